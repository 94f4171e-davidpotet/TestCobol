           DISPLAY
           '* 5 - Definir la fenetre de transferts              *'
           DISPLAY
           '* 6 - Indisponibilites medicales                    *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixAdmin
           EVALUATE WchoixAdmin
               PERFORM AFFICHER_TRANSFERTS
           WHEN 5
               PERFORM DEFINIR_FENETRE_TRANSFERTS
           WHEN 6
               PERFORM MENU_INDISPOS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixAdmin.
           MOVE 0 TO fj_passeJou
           MOVE 0 TO fj_cartonRJou
           MOVE 0 TO fj_cartonJJou
           MOVE 0 TO fj_minutesJou
           MOVE 0 TO fj_titularisationsJou
           MOVE 0 TO fj_entreesJou
           MOVE TampoAdminLogin TO fj_modifPar
           MOVE TampoDateAudit TO fj_dateModif
           WRITE joueursTampon END-WRITE
               NOT AT END
                   DISPLAY fj_idJou' 'fj_nomJou' 'fj_posteJou
                       ' buts:'fj_butJou' passes:'fj_passeJou
                       ' minutes:'fj_minutesJou
                       ' tit:'fj_titularisationsJou
                       ' entrees:'fj_entreesJou
           END-PERFORM
           CLOSE fjoueurs.

