      * menu des rapports individuels : classement des buteurs, des
      * passeurs et fair-play par club, a partir des totaux deja
      * presents sur les fiches joueurs (fj_butJou, fj_passeJou,
      * fj_cartonRJou, fj_cartonJJou), et classement du concours de
      * pronostics des visiteurs
      *=================================================================
           MENU_RAPPORTS.
           PERFORM WITH TEST AFTER UNTIL WchoixRapport < 1
           DISPLAY
           '* 3 - Classement fair-play par club                 *'
           DISPLAY
           '* 4 - Classement a domicile                         *'
           DISPLAY
           '* 5 - Classement a l exterieur                      *'
           DISPLAY
           '* 6 - Forme des clubs (5 derniers matchs)           *'
           DISPLAY
           '* 7 - Positions apres chaque journee                *'
           DISPLAY
           '* 8 - Classement du concours de pronostics          *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixRapport
           EVALUATE WchoixRapport
               PERFORM AFFICHER_CLASSEMENT_JOUEURS
           WHEN 3
               PERFORM CLASSEMENT_FAIR_PLAY
           WHEN 4
               PERFORM AFFICHER_CLASSEMENT_DOMICILE
           WHEN 5
               PERFORM AFFICHER_CLASSEMENT_EXTERIEUR
           WHEN 6
               PERFORM AFFICHER_FORME_CLUBS
           WHEN 7
               PERFORM AFFICHER_GRILLE_POSITIONS
           WHEN 8
               DISPLAY 'Journee (0 pour la saison) '
               ACCEPT TampoJourneePro
               PERFORM AFFICHER_CLASSEMENT_PRONOS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixRapport.
