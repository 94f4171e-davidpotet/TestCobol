      * comme le fait l'audit d'integrite ; les bonnes lignes sont
      * chargees avec les champs d'audit estampilles, les mauvaises
      * sont reportees dans importRejets.txt sans arreter le
      * chargement. Les imports sont refuses tant qu'aucune
      * sauvegarde complete des fichiers n'a ete prise dans la journee.
      *=================================================================
           MENU_IMPORTS.
           PERFORM CONTROLER_SAUVEGARDE_JOUR
           IF WsauvegardeJour = 0 THEN
               DISPLAY 'Imports refuses.'
           ELSE
               PERFORM CHOISIR_IMPORT
           END-IF.

           CHOISIR_IMPORT.
           PERFORM WITH TEST AFTER UNTIL WchoixImport < 1
           DISPLAY
           '*****************************************************'
               MOVE 0 TO fj_passeJou
               MOVE 0 TO fj_cartonRJou
               MOVE 0 TO fj_cartonJJou
               MOVE 0 TO fj_minutesJou
               MOVE 0 TO fj_titularisationsJou
               MOVE 0 TO fj_entreesJou
               MOVE TampoAdminLogin TO fj_modifPar
               MOVE TampoDateAudit TO fj_dateModif
               WRITE joueursTampon END-WRITE
