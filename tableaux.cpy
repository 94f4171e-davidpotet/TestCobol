      *=================================================================
      * tableaux du lundi pour le service de presse et le site :
      * classements domicile et exterieur, forme des cinq derniers
      * matchs de chaque club et grille des positions apres chaque
      * journee. Memes regles que CALCULER_CLASSEMENT (rencontres de
      * championnat terminees ou donnees sur tapis vert)
      *=================================================================
           AFFICHER_CLASSEMENT_DOMICILE.
           MOVE 1 TO WfiltreClt
           DISPLAY '--- CLASSEMENT A DOMICILE ---'
           PERFORM AFFICHER_CLASSEMENT_PARTIEL.

           AFFICHER_CLASSEMENT_EXTERIEUR.
           MOVE 2 TO WfiltreClt
           DISPLAY '--- CLASSEMENT A L EXTERIEUR ---'
           PERFORM AFFICHER_CLASSEMENT_PARTIEL.

      *=================================================================
      * classement limite aux matchs a domicile ou a l'exterieur, sans
      * retrait de points (les sanctions ne visent que le classement
      * general) et sans report sur les fiches equipes
      *=================================================================
           AFFICHER_CLASSEMENT_PARTIEL.
           MOVE 0 TO TampoJourneeLimite
           PERFORM CALCULER_CLASSEMENT
           MOVE 0 TO WfiltreClt
           IF NbEquipesClassees = 0 THEN
               DISPLAY '(aucune rencontre terminee)'
           ELSE
               MOVE 1 TO IndiceClassement
               PERFORM WITH TEST AFTER UNTIL
                   IndiceClassement > NbEquipesClassees
                   PERFORM FORMATER_POINTS_CLASSEMENT
                   DISPLAY IndiceClassement' - '
                       Clt_nomEq(IndiceClassement)
                       ' Pts:'TampoPointsTxt
                       ' BP:'Clt_butsPour(IndiceClassement)
                       ' BC:'Clt_butsContre(IndiceClassement)
                   COMPUTE IndiceClassement = IndiceClassement + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * forme : cinq derniers resultats de chaque club, du plus ancien
      * au plus recent (V victoire, N nul, D defaite), clubs dans
      * l'ordre du classement general
      *=================================================================
           AFFICHER_FORME_CLUBS.
           MOVE 0 TO WfiltreClt
           MOVE 0 TO TampoJourneeLimite
           PERFORM CALCULER_CLASSEMENT
           PERFORM CHARGER_RESULTATS_FORME
           DISPLAY '--- FORME : 5 DERNIERS MATCHS (V/N/D) ---'
           IF NbEquipesClassees = 0 THEN
               DISPLAY '(aucune rencontre terminee)'
           ELSE
               MOVE 1 TO IndiceClassement
               PERFORM WITH TEST AFTER UNTIL
                   IndiceClassement > NbEquipesClassees
                   MOVE Clt_idEq(IndiceClassement) TO TampoIdEqForme
                   PERFORM CALCULER_FORME_CLUB
                   MOVE SPACES TO TampoLigneForme
                   MOVE IndiceClassement TO TLF_rang
                   MOVE Clt_nomEq(IndiceClassement) TO TLF_nom
                   MOVE 1 TO IndiceFormeClub
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceFormeClub > NbFormeClub
                       IF NbFormeClub > 0 THEN
                           COMPUTE IndiceFormeB =
                               NbFormeClub - IndiceFormeClub + 1
                           MOVE TabFormeClub(IndiceFormeB) TO
                               TLF_res(IndiceFormeClub)
                       END-IF
                       COMPUTE IndiceFormeClub = IndiceFormeClub + 1
                   END-PERFORM
                   DISPLAY TampoLigneForme
                   COMPUTE IndiceClassement = IndiceClassement + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * charge les rencontres retenues au classement avec une cle
      * date + journee pour retrouver l'ordre chronologique (un club
      * ne joue qu'une fois par jour : la date decide seule, meme pour
      * une rencontre reportee apres des journees posterieures)
      *=================================================================
           CHARGER_RESULTATS_FORME.
           MOVE 0 TO NbResForme
           PERFORM CHARGER_SANCTIONS
           OPEN INPUT frencontres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fr_typeComp NOT = 'C' THEN
                       PERFORM SCORE_RETENU_RENCONTRE
                       IF fr_statutRenc = 'fini' OR WtapisVert = 1
                           THEN
                           PERFORM AJOUTER_RESULTAT_FORME
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO Wfin.

           AJOUTER_RESULTAT_FORME.
           IF NbResForme < 400 THEN
               COMPUTE NbResForme = NbResForme + 1
               MOVE fr_dateRenc TO TampoDateRencClt
               COMPUTE TRF_cle(NbResForme) =
                   TampoDateRencClt * 100 + fr_journee
               MOVE fr_EquipeDom TO TRF_idEqDom(NbResForme)
               MOVE fr_EquipeExt TO TRF_idEqExt(NbResForme)
               MOVE TampoScoreDomClt TO TRF_scoreDom(NbResForme)
               MOVE TampoScoreExtClt TO TRF_scoreExt(NbResForme)
           END-IF.

      *=================================================================
      * remonte les resultats du club du plus recent au plus ancien :
      * TabFormeClub(1) est le dernier match joue
      *=================================================================
           CALCULER_FORME_CLUB.
           MOVE 0 TO NbFormeClub
           MOVE SPACES TO TableFormeClub
           MOVE 9999999999 TO TampoCleBorneForme
           MOVE 1 TO WresTrouveForme
           PERFORM WITH TEST AFTER UNTIL
               NbFormeClub = 5 OR WresTrouveForme = 0
               PERFORM CHERCHER_RESULTAT_PRECEDENT
               IF WresTrouveForme = 1 THEN
                   COMPUTE NbFormeClub = NbFormeClub + 1
                   MOVE TampoCleForme TO TampoCleBorneForme
                   PERFORM LETTRE_RESULTAT_FORME
               END-IF
           END-PERFORM.

           CHERCHER_RESULTAT_PRECEDENT.
           MOVE 0 TO WresTrouveForme
           MOVE 0 TO TampoCleForme
           MOVE 1 TO IndiceForme
           PERFORM WITH TEST AFTER UNTIL IndiceForme > NbResForme
               IF NbResForme > 0 THEN
                   IF (TRF_idEqDom(IndiceForme) = TampoIdEqForme OR
                       TRF_idEqExt(IndiceForme) = TampoIdEqForme) AND
                       TRF_cle(IndiceForme) < TampoCleBorneForme THEN
                       IF WresTrouveForme = 0 OR
                           TRF_cle(IndiceForme) > TampoCleForme THEN
                           MOVE 1 TO WresTrouveForme
                           MOVE TRF_cle(IndiceForme) TO TampoCleForme
                           MOVE IndiceForme TO IndiceFormeB
                       END-IF
                   END-IF
               END-IF
               COMPUTE IndiceForme = IndiceForme + 1
           END-PERFORM.

           LETTRE_RESULTAT_FORME.
           MOVE 'N' TO TabFormeClub(NbFormeClub)
           IF TRF_idEqDom(IndiceFormeB) = TampoIdEqForme THEN
               IF TRF_scoreDom(IndiceFormeB) >
                   TRF_scoreExt(IndiceFormeB) THEN
                   MOVE 'V' TO TabFormeClub(NbFormeClub)
               END-IF
               IF TRF_scoreDom(IndiceFormeB) <
                   TRF_scoreExt(IndiceFormeB) THEN
                   MOVE 'D' TO TabFormeClub(NbFormeClub)
               END-IF
           ELSE
               IF TRF_scoreExt(IndiceFormeB) >
                   TRF_scoreDom(IndiceFormeB) THEN
                   MOVE 'V' TO TabFormeClub(NbFormeClub)
               END-IF
               IF TRF_scoreExt(IndiceFormeB) <
                   TRF_scoreDom(IndiceFormeB) THEN
                   MOVE 'D' TO TabFormeClub(NbFormeClub)
               END-IF
           END-IF.

      *=================================================================
      * grille des positions : le classement est recalcule journee par
      * journee (TampoJourneeLimite) ; les lignes suivent l'ordre du
      * classement actuel, 0 quand le club n'avait pas encore joue
      *=================================================================
           CONSTRUIRE_GRILLE_POSITIONS.
           MOVE 0 TO WfiltreClt
           MOVE 0 TO TampoJourneeLimite
           PERFORM CALCULER_CLASSEMENT
           MOVE NbEquipesClassees TO NbLignesGrille
           MOVE 1 TO IndiceGrille
           PERFORM WITH TEST AFTER UNTIL IndiceGrille > NbLignesGrille
               IF NbLignesGrille > 0 THEN
                   MOVE Clt_idEq(IndiceGrille) TO TGr_idEq(IndiceGrille)
                   MOVE Clt_nomEq(IndiceGrille) TO
                       TGr_nomEq(IndiceGrille)
                   MOVE 1 TO IndiceJourneeGrille
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceJourneeGrille > 38
                       MOVE 0 TO
                           TGr_pos(IndiceGrille, IndiceJourneeGrille)
                       COMPUTE IndiceJourneeGrille =
                           IndiceJourneeGrille + 1
                   END-PERFORM
               END-IF
               COMPUTE IndiceGrille = IndiceGrille + 1
           END-PERFORM
           PERFORM CHERCHER_DERNIERE_JOURNEE
           MOVE 1 TO TampoJourneeGrille
           PERFORM WITH TEST AFTER UNTIL
               TampoJourneeGrille > TampoJourneeMaxGrille
               IF TampoJourneeMaxGrille > 0 THEN
                   MOVE TampoJourneeGrille TO TampoJourneeLimite
                   PERFORM CALCULER_CLASSEMENT
                   PERFORM REPORTER_POSITIONS_JOURNEE
               END-IF
               COMPUTE TampoJourneeGrille = TampoJourneeGrille + 1
           END-PERFORM
           MOVE 0 TO TampoJourneeLimite.

      *=================================================================
      * derniere journee de championnat ayant au moins une rencontre
      * retenue au classement (la grille est limitee a 38 journees)
      *=================================================================
           CHERCHER_DERNIERE_JOURNEE.
           MOVE 0 TO TampoJourneeMaxGrille
           OPEN INPUT frencontres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fr_typeComp NOT = 'C' AND
                       fr_journee > TampoJourneeMaxGrille THEN
                       PERFORM SCORE_RETENU_RENCONTRE
                       IF fr_statutRenc = 'fini' OR WtapisVert = 1
                           THEN
                           MOVE fr_journee TO TampoJourneeMaxGrille
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO Wfin
           IF TampoJourneeMaxGrille > 38 THEN
               DISPLAY 'ATTENTION: grille limitee aux 38 premieres'
                   ' journees'
               MOVE 38 TO TampoJourneeMaxGrille
           END-IF.

           REPORTER_POSITIONS_JOURNEE.
           MOVE 1 TO IndiceClassement
           PERFORM WITH TEST AFTER UNTIL
               IndiceClassement > NbEquipesClassees
               IF NbEquipesClassees > 0 THEN
                   MOVE 1 TO IndiceGrille
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceGrille > NbLignesGrille
                       IF TGr_idEq(IndiceGrille) =
                           Clt_idEq(IndiceClassement) THEN
                           MOVE IndiceClassement TO
                               TGr_pos(IndiceGrille, TampoJourneeGrille)
                       END-IF
                       COMPUTE IndiceGrille = IndiceGrille + 1
                   END-PERFORM
               END-IF
               COMPUTE IndiceClassement = IndiceClassement + 1
           END-PERFORM.

           AFFICHER_GRILLE_POSITIONS.
           PERFORM CONSTRUIRE_GRILLE_POSITIONS
           DISPLAY '--- POSITIONS APRES CHAQUE JOURNEE ---'
           IF NbLignesGrille = 0 OR TampoJourneeMaxGrille = 0 THEN
               DISPLAY '(aucune rencontre terminee)'
           ELSE
               MOVE SPACES TO TampoLigneGrille
               MOVE 'Club / journee' TO TLG_nom
               MOVE 1 TO IndiceJourneeGrille
               PERFORM WITH TEST AFTER UNTIL
                   IndiceJourneeGrille > TampoJourneeMaxGrille
                   MOVE IndiceJourneeGrille TO
                       TLG_pos(IndiceJourneeGrille)
                   COMPUTE IndiceJourneeGrille = IndiceJourneeGrille + 1
               END-PERFORM
               DISPLAY TampoLigneGrille
               MOVE 1 TO IndiceGrille
               PERFORM WITH TEST AFTER UNTIL
                   IndiceGrille > NbLignesGrille
                   MOVE SPACES TO TampoLigneGrille
                   MOVE TGr_nomEq(IndiceGrille) TO TLG_nom
                   MOVE 1 TO IndiceJourneeGrille
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceJourneeGrille > TampoJourneeMaxGrille
                       IF TGr_pos(IndiceGrille, IndiceJourneeGrille)
                           = 0 THEN
                           MOVE '--' TO TLG_pos(IndiceJourneeGrille)
                       ELSE
                           MOVE TGr_pos(IndiceGrille,
                               IndiceJourneeGrille) TO
                               TLG_pos(IndiceJourneeGrille)
                       END-IF
                       COMPUTE IndiceJourneeGrille =
                           IndiceJourneeGrille + 1
                   END-PERFORM
                   DISPLAY TampoLigneGrille
                   COMPUTE IndiceGrille = IndiceGrille + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * exportPositions.txt : id equipe;equipe;position J1;...;position
      * de la derniere journee jouee (vide si le club n'avait pas joue)
      *=================================================================
           EXPORTER_POSITIONS.
           PERFORM CONSTRUIRE_GRILLE_POSITIONS
           MOVE 0 TO NbLignesExp
           OPEN OUTPUT fexppositions
           IF NbLignesGrille > 0 AND TampoJourneeMaxGrille > 0 THEN
               MOVE 1 TO IndiceGrille
               PERFORM WITH TEST AFTER UNTIL
                   IndiceGrille > NbLignesGrille
                   MOVE SPACES TO TampoLigneGrilleExp
                   MOVE TGr_idEq(IndiceGrille) TO TGE_idEq
                   MOVE ';' TO TGE_sep1
                   MOVE TGr_nomEq(IndiceGrille) TO TGE_nom
                   MOVE 1 TO IndiceJourneeGrille
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceJourneeGrille > TampoJourneeMaxGrille
                       MOVE ';' TO TGE_sep(IndiceJourneeGrille)
                       IF TGr_pos(IndiceGrille, IndiceJourneeGrille)
                           > 0 THEN
                           MOVE TGr_pos(IndiceGrille,
                               IndiceJourneeGrille) TO
                               TGE_pos(IndiceJourneeGrille)
                       END-IF
                       COMPUTE IndiceJourneeGrille =
                           IndiceJourneeGrille + 1
                   END-PERFORM
                   MOVE TampoLigneGrilleExp TO expPositionsLigne
                   WRITE expPositionsLigne END-WRITE
                   COMPUTE NbLignesExp = NbLignesExp + 1
                   COMPUTE IndiceGrille = IndiceGrille + 1
               END-PERFORM
           END-IF
           CLOSE fexppositions
           DISPLAY 'exportPositions.txt : 'NbLignesExp' ligne(s)'.
