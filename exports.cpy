      *=================================================================
      * exports fichiers plats pour le site web et la federation :
      * classement (tel que calcule par CALCULER_CLASSEMENT),
      * resultats de la derniere journee terminee, classement des
      * buteurs et grille des positions par journee, en lignes
      * delimitees par des ';' ; extrait des gagnants du concours de
      * pronostics pour le tirage au sort
      *=================================================================
           MENU_EXPORTS.
           PERFORM WITH TEST AFTER UNTIL WchoixExport < 1
           DISPLAY
           '* 4 - Tout exporter                                 *'
           DISPLAY
           '* 5 - Exporter les positions par journee            *'
           DISPLAY
           '* 6 - Extraire les gagnants des pronostics          *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixExport
           EVALUATE WchoixExport
               PERFORM EXPORTER_CLASSEMENT
               PERFORM EXPORTER_RESULTATS
               PERFORM EXPORTER_BUTEURS
               PERFORM EXPORTER_POSITIONS
           WHEN 5
               PERFORM EXPORTER_POSITIONS
           WHEN 6
               PERFORM EXPORTER_GAGNANTS_PRONOS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixExport.

      *=================================================================
      * rang;equipe;points;buts pour;buts contre;penalite
      * (points nets des retraits de points, '-03' si negatifs)
      *=================================================================
           EXPORTER_CLASSEMENT.
           PERFORM CALCULER_CLASSEMENT
               PERFORM WITH TEST AFTER UNTIL
                   IndiceClassement > NbEquipesClassees
                   MOVE SPACES TO expClassementLigne
                   PERFORM FORMATER_POINTS_CLASSEMENT
                   STRING IndiceClassement ';'
                       Clt_nomEq(IndiceClassement) ';'
                       TampoPointsTxt ';'
                       Clt_butsPour(IndiceClassement) ';'
                       Clt_butsContre(IndiceClassement) ';'
                       Clt_penalite(IndiceClassement)
                       DELIMITED BY SIZE INTO expClassementLigne
                   END-STRING
                   WRITE expClassementLigne END-WRITE
