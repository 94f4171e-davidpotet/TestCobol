      *=================================================================
      * concours de pronostics des visiteurs inscrits : un score prevu
      * par rencontre de la prochaine journee de championnat, modifiable
      * jusqu'au coup d'envoi (fr_dateRenc / fr_heureRenc). La saisie
      * du score reel note les pronostics : 3 points pour le score
      * exact, 1 point pour la bonne issue (victoire domicile, nul,
      * victoire exterieur), 0 sinon. Classements par journee et sur
      * la saison (points puis nombre de scores exacts), extrait des
      * premiers ex aequo pour le tirage au sort des lots.
      *=================================================================
           MENU_PRONOSTICS.
           PERFORM WITH TEST AFTER UNTIL WchoixPronostic < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Pronostiquer la prochaine journee             *'
           DISPLAY
           '* 2 - Mes pronostics                                *'
           DISPLAY
           '* 3 - Classement d une journee                      *'
           DISPLAY
           '* 4 - Classement de la saison                       *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixPronostic
           EVALUATE WchoixPronostic
           WHEN 1
               PERFORM SAISIR_PRONOSTICS
           WHEN 2
               PERFORM MES_PRONOSTICS
           WHEN 3
               DISPLAY 'Journee '
               ACCEPT TampoJourneePro
               IF TampoJourneePro = 0 THEN
                   DISPLAY 'Journee invalide !'
               ELSE
                   PERFORM AFFICHER_CLASSEMENT_PRONOS
               END-IF
           WHEN 4
               MOVE 0 TO TampoJourneePro
               PERFORM AFFICHER_CLASSEMENT_PRONOS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixPronostic.

      *=================================================================
      * saisie des pronostics du visiteur connecte sur les rencontres
      * de la prochaine journee ; un pronostic deja saisi est remplace
      * tant que le coup d'envoi n'est pas donne
      *=================================================================
           SAISIR_PRONOSTICS.
           PERFORM DETERMINER_JOURNEE_PRONOS
           IF TampoJourneePro = 0 THEN
               DISPLAY 'Aucune journee ouverte aux pronostics.'
           ELSE
               PERFORM CHARGER_RENCONTRES_PRONOS
               PERFORM WITH TEST AFTER UNTIL TampoIdRencPro = 0
                   PERFORM AFFICHER_RENCONTRES_PRONOS
                   DISPLAY 'Numero de la rencontre a pronostiquer'
                       ' (0 pour terminer) '
                   ACCEPT TampoIdRencPro
                   IF TampoIdRencPro NOT = 0 THEN
                       PERFORM PRONOSTIQUER_RENCONTRE
                   END-IF
               END-PERFORM
           END-IF.

      *=================================================================
      * date et heure du moment au format aaaammjjhhmm, relues a chaque
      * controle pour verrouiller au coup d'envoi meme en cours de
      * saisie
      *=================================================================
           CALCULER_MAINTENANT_PRONO.
           ACCEPT TMP_date FROM DATE YYYYMMDD
           ACCEPT TampoHeureSysPro FROM TIME
           MOVE THS_hh TO TMP_hh
           MOVE THS_mm TO TMP_mm.

           CALCULER_COUP_ENVOI_PRONO.
           MOVE fr_dateRenc TO TCE_date
           MOVE fr_heureRenc TO TampoHeureRencPro
           MOVE THR_hh TO TCE_hh
           MOVE THR_mm TO TCE_mm.

      *=================================================================
      * prochaine journee : la plus petite journee de championnat ayant
      * une rencontre 'aven' dont le coup d'envoi n'est pas passe (une
      * rencontre reportee d'une journee anterieure ne la retient pas)
      *=================================================================
           DETERMINER_JOURNEE_PRONOS.
           MOVE 0 TO TampoJourneePro
           PERFORM CALCULER_MAINTENANT_PRONO
           OPEN INPUT frencontres
           MOVE 0 TO WfinPro
           PERFORM WITH TEST AFTER UNTIL WfinPro = 1
               READ frencontres NEXT
               AT END MOVE 1 TO WfinPro
               NOT AT END
                   IF fr_statutRenc = 'aven' AND
                       (fr_typeComp = 'L' OR fr_typeComp = SPACE) THEN
                       PERFORM CALCULER_COUP_ENVOI_PRONO
                       IF TampoCoupEnvoiPro > TampoMaintenantPro AND
                           (TampoJourneePro = 0 OR
                           fr_journee < TampoJourneePro) THEN
                           MOVE fr_journee TO TampoJourneePro
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE frencontres.

      *=================================================================
      * rencontres de championnat de la journee TampoJourneePro encore
      * a jouer ('aven' ou 'repo'), avec le nom des deux clubs
      *=================================================================
           CHARGER_RENCONTRES_PRONOS.
           MOVE 0 TO NbRencPro
           OPEN INPUT frencontres
           MOVE 0 TO WfinPro
           PERFORM WITH TEST AFTER UNTIL WfinPro = 1
               READ frencontres NEXT
               AT END MOVE 1 TO WfinPro
               NOT AT END
                   IF fr_journee = TampoJourneePro AND
                       (fr_typeComp = 'L' OR fr_typeComp = SPACE) AND
                       (fr_statutRenc = 'aven' OR
                       fr_statutRenc = 'repo') AND NbRencPro < 20 THEN
                       COMPUTE NbRencPro = NbRencPro + 1
                       MOVE fr_idRenc TO TRP_idRenc(NbRencPro)
                       MOVE fr_EquipeDom TO TRP_idEqDom(NbRencPro)
                       MOVE fr_EquipeExt TO TRP_idEqExt(NbRencPro)
                       MOVE fr_heureRenc TO TRP_heure(NbRencPro)
                       MOVE fr_joursRenc TO TRP_jour(NbRencPro)
                       MOVE fr_moisRenc TO TRP_mois(NbRencPro)
                       PERFORM CALCULER_COUP_ENVOI_PRONO
                       MOVE TampoCoupEnvoiPro TO
                           TRP_coupEnvoi(NbRencPro)
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 1 TO IndiceRencPro
           PERFORM WITH TEST AFTER UNTIL IndiceRencPro > NbRencPro
               MOVE TRP_idEqDom(IndiceRencPro) TO TampoIdEquipeDom
               PERFORM TROUVER_NOM_EQUIPE_PAR_ID
               MOVE TampoNomEquipeTrouve TO TRP_nomDom(IndiceRencPro)
               MOVE TRP_idEqExt(IndiceRencPro) TO TampoIdEquipeDom
               PERFORM TROUVER_NOM_EQUIPE_PAR_ID
               MOVE TampoNomEquipeTrouve TO TRP_nomExt(IndiceRencPro)
               COMPUTE IndiceRencPro = IndiceRencPro + 1
           END-PERFORM.

      *=================================================================
      * rencontres de la journee avec le pronostic deja saisi par le
      * visiteur ; celles dont le coup d'envoi est passe sont marquees
      * verrouillees
      *=================================================================
           AFFICHER_RENCONTRES_PRONOS.
           DISPLAY '--- PRONOSTICS JOURNEE 'TampoJourneePro' ---'
           PERFORM CALCULER_MAINTENANT_PRONO
           OPEN INPUT fpronostics
           MOVE 1 TO IndiceRencPro
           PERFORM WITH TEST AFTER UNTIL IndiceRencPro > NbRencPro
               DISPLAY TRP_idRenc(IndiceRencPro)' '
                   TRP_nomDom(IndiceRencPro)' - '
                   TRP_nomExt(IndiceRencPro)' le '
                   TRP_jour(IndiceRencPro)'/'
                   TRP_mois(IndiceRencPro)' a '
                   TRP_heure(IndiceRencPro)
               MOVE WId_visiteur TO fpr_idVisiteur
               MOVE TRP_idRenc(IndiceRencPro) TO fpr_idRenc
               READ fpronostics
                   INVALID KEY
                       DISPLAY '      votre pronostic : aucun'
                   NOT INVALID KEY
                       DISPLAY '      votre pronostic : '
                           fpr_scoreDom'-'fpr_scoreExt
               END-READ
               IF TampoMaintenantPro >= TRP_coupEnvoi(IndiceRencPro)
                   THEN
                   DISPLAY '      (verrouille : coup d envoi passe)'
               END-IF
               COMPUTE IndiceRencPro = IndiceRencPro + 1
           END-PERFORM
           CLOSE fpronostics.

           PRONOSTIQUER_RENCONTRE.
           MOVE 0 TO WrencProTrouvee
           MOVE 1 TO IndiceRencPro
           PERFORM WITH TEST AFTER UNTIL WrencProTrouvee = 1 OR
               IndiceRencPro > NbRencPro
               IF TRP_idRenc(IndiceRencPro) = TampoIdRencPro THEN
                   MOVE 1 TO WrencProTrouvee
               ELSE
                   COMPUTE IndiceRencPro = IndiceRencPro + 1
               END-IF
           END-PERFORM
           IF WrencProTrouvee = 0 THEN
               DISPLAY 'Rencontre hors de la journee '
                   TampoJourneePro' !'
           ELSE
               DISPLAY 'Score prevu pour 'TRP_nomDom(IndiceRencPro)
               ACCEPT TampoScoreDomPro
               DISPLAY 'Score prevu pour 'TRP_nomExt(IndiceRencPro)
               ACCEPT TampoScoreExtPro
               PERFORM CALCULER_MAINTENANT_PRONO
               IF TampoMaintenantPro >= TRP_coupEnvoi(IndiceRencPro)
                   THEN
                   DISPLAY 'Coup d envoi passe, pronostic refuse !'
               ELSE
                   PERFORM ENREGISTRER_PRONOSTIC
               END-IF
           END-IF.

           ENREGISTRER_PRONOSTIC.
           OPEN I-O fpronostics
           MOVE WId_visiteur TO fpr_idVisiteur
           MOVE TampoIdRencPro TO fpr_idRenc
           READ fpronostics
               INVALID KEY
                   MOVE TampoJourneePro TO fpr_journee
                   MOVE TampoScoreDomPro TO fpr_scoreDom
                   MOVE TampoScoreExtPro TO fpr_scoreExt
                   MOVE TMP_date TO fpr_dateSaisie
                   MOVE 'attente' TO fpr_statutPro
                   MOVE 0 TO fpr_points
                   WRITE pronosticsTampon END-WRITE
               NOT INVALID KEY
                   MOVE TampoScoreDomPro TO fpr_scoreDom
                   MOVE TampoScoreExtPro TO fpr_scoreExt
                   MOVE TMP_date TO fpr_dateSaisie
                   REWRITE pronosticsTampon END-REWRITE
           END-READ
           CLOSE fpronostics
           DISPLAY 'Pronostic enregistre : '
               TampoScoreDomPro'-'TampoScoreExtPro.

      *=================================================================
      * pronostics du visiteur connecte, toutes journees confondues
      *=================================================================
           MES_PRONOSTICS.
           DISPLAY '--- MES PRONOSTICS ---'
           MOVE 0 TO NbProNotes
           OPEN INPUT fpronostics
           MOVE WId_visiteur TO fpr_idVisiteur
           MOVE 0 TO fpr_idRenc
           MOVE 0 TO WfinPro
           START fpronostics KEY IS >= fpr_Pronostic
               INVALID KEY MOVE 1 TO WfinPro
           END-START
           IF WfinPro NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinPro = 1
                   READ fpronostics NEXT
                   AT END MOVE 1 TO WfinPro
                   NOT AT END
                       IF fpr_idVisiteur NOT = WId_visiteur THEN
                           MOVE 1 TO WfinPro
                       ELSE
                           COMPUTE NbProNotes = NbProNotes + 1
                           IF fpr_statutPro = 'note' THEN
                               DISPLAY 'J'fpr_journee' rencontre '
                                   fpr_idRenc' : 'fpr_scoreDom'-'
                                   fpr_scoreExt' -> 'fpr_points
                                   ' point(s)'
                           ELSE
                               DISPLAY 'J'fpr_journee' rencontre '
                                   fpr_idRenc' : 'fpr_scoreDom'-'
                                   fpr_scoreExt' (a jouer)'
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fpronostics
           IF NbProNotes = 0 THEN
               DISPLAY '(aucun pronostic)'
           END-IF.

      *=================================================================
      * notation des pronostics de la rencontre TampoIdRencVisee avec
      * le score reel TampoScoreDomPro / TampoScoreExtPro ; une
      * correction de score renote les memes pronostics
      *=================================================================
           NOTER_PRONOSTICS_RENCONTRE.
           MOVE 0 TO NbProNotes
           IF TampoScoreDomPro > TampoScoreExtPro THEN
               MOVE 'D' TO TampoIssueReellePro
           ELSE
               IF TampoScoreDomPro = TampoScoreExtPro THEN
                   MOVE 'N' TO TampoIssueReellePro
               ELSE
                   MOVE 'E' TO TampoIssueReellePro
               END-IF
           END-IF
           OPEN I-O fpronostics
           MOVE 0 TO WfinPro
           PERFORM WITH TEST AFTER UNTIL WfinPro = 1
               READ fpronostics NEXT
               AT END MOVE 1 TO WfinPro
               NOT AT END
                   IF fpr_idRenc = TampoIdRencVisee THEN
                       PERFORM NOTER_UN_PRONOSTIC
                       REWRITE pronosticsTampon END-REWRITE
                       COMPUTE NbProNotes = NbProNotes + 1
                   END-IF
           END-PERFORM
           CLOSE fpronostics
           IF NbProNotes > 0 THEN
               DISPLAY NbProNotes' pronostic(s) note(s).'
           END-IF.

           NOTER_UN_PRONOSTIC.
           IF fpr_scoreDom > fpr_scoreExt THEN
               MOVE 'D' TO TampoIssuePrevuePro
           ELSE
               IF fpr_scoreDom = fpr_scoreExt THEN
                   MOVE 'N' TO TampoIssuePrevuePro
               ELSE
                   MOVE 'E' TO TampoIssuePrevuePro
               END-IF
           END-IF
           IF fpr_scoreDom = TampoScoreDomPro AND
               fpr_scoreExt = TampoScoreExtPro THEN
               MOVE 3 TO fpr_points
           ELSE
               IF TampoIssuePrevuePro = TampoIssueReellePro THEN
                   MOVE 1 TO fpr_points
               ELSE
                   MOVE 0 TO fpr_points
               END-IF
           END-IF
           MOVE 'note' TO fpr_statutPro.

      *=================================================================
      * classement des visiteurs sur la journee TampoJourneePro (0 pour
      * toute la saison) : cumul des pronostics notes, tri par points
      * puis par scores exacts, meme rang pour les ex aequo
      *=================================================================
           CALCULER_CLASSEMENT_PRONOS.
           MOVE ZEROS TO TablePointsPro
           OPEN INPUT fpronostics
           MOVE 0 TO WfinPro
           PERFORM WITH TEST AFTER UNTIL WfinPro = 1
               READ fpronostics NEXT
               AT END MOVE 1 TO WfinPro
               NOT AT END
                   IF fpr_statutPro = 'note' AND fpr_idVisiteur > 0
                       AND (TampoJourneePro = 0 OR
                       fpr_journee = TampoJourneePro) THEN
                       COMPUTE TPV_points(fpr_idVisiteur) =
                           TPV_points(fpr_idVisiteur) + fpr_points
                       COMPUTE TPV_nb(fpr_idVisiteur) =
                           TPV_nb(fpr_idVisiteur) + 1
                       IF fpr_points = 3 THEN
                           COMPUTE TPV_exacts(fpr_idVisiteur) =
                               TPV_exacts(fpr_idVisiteur) + 1
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fpronostics
           MOVE 0 TO NbClassesPro
           OPEN INPUT fvisiteurs
           MOVE 0 TO WfinPro
           PERFORM WITH TEST AFTER UNTIL WfinPro = 1
               READ fvisiteurs NEXT
               AT END MOVE 1 TO WfinPro
               NOT AT END
                   IF fv_id > 0 THEN
                   IF TPV_nb(fv_id) > 0 THEN
                       COMPUTE NbClassesPro = NbClassesPro + 1
                       MOVE fv_id TO TCP_idVis(NbClassesPro)
                       MOVE fv_nom TO TCP_nom(NbClassesPro)
                       MOVE fv_prenom TO TCP_prenom(NbClassesPro)
                       MOVE fv_email TO TCP_email(NbClassesPro)
                       MOVE TPV_points(fv_id) TO
                           TCP_points(NbClassesPro)
                       MOVE TPV_exacts(fv_id) TO
                           TCP_exacts(NbClassesPro)
                       MOVE TPV_nb(fv_id) TO TCP_nb(NbClassesPro)
                   END-IF
                   END-IF
           END-PERFORM
           CLOSE fvisiteurs
           IF NbClassesPro > 1 THEN
               PERFORM TRIER_CLASSEMENT_PRONOS
           END-IF
           IF NbClassesPro > 0 THEN
               PERFORM NUMEROTER_CLASSEMENT_PRONOS
           END-IF.

           NUMEROTER_CLASSEMENT_PRONOS.
           MOVE 1 TO TCP_rang(1)
           MOVE 2 TO IndicePro
           PERFORM WITH TEST AFTER UNTIL IndicePro > NbClassesPro
               IF IndicePro <= NbClassesPro THEN
                   COMPUTE IndiceProB = IndicePro - 1
                   IF TCP_points(IndicePro) = TCP_points(IndiceProB)
                       AND TCP_exacts(IndicePro) =
                       TCP_exacts(IndiceProB) THEN
                       MOVE TCP_rang(IndiceProB) TO TCP_rang(IndicePro)
                   ELSE
                       MOVE IndicePro TO TCP_rang(IndicePro)
                   END-IF
               END-IF
               COMPUTE IndicePro = IndicePro + 1
           END-PERFORM.

      *=================================================================
      * tri a bulles decroissant (meme procede que TRIER_CLASSEMENT)
      *=================================================================
           TRIER_CLASSEMENT_PRONOS.
           MOVE 0 TO WfiniPro
           PERFORM WITH TEST AFTER UNTIL WfiniPro = 1
               MOVE 1 TO WfiniPro
               MOVE 1 TO IndicePro
               PERFORM WITH TEST AFTER UNTIL
                   IndicePro >= NbClassesPro
                   COMPUTE IndiceProB = IndicePro + 1
                   IF TCP_points(IndicePro) < TCP_points(IndiceProB)
                       OR (TCP_points(IndicePro) =
                       TCP_points(IndiceProB) AND
                       TCP_exacts(IndicePro) < TCP_exacts(IndiceProB))
                       THEN
                       MOVE ClassProLigne(IndicePro) TO
                           TampoClassProLigne
                       MOVE ClassProLigne(IndiceProB) TO
                           ClassProLigne(IndicePro)
                       MOVE TampoClassProLigne TO
                           ClassProLigne(IndiceProB)
                       MOVE 0 TO WfiniPro
                   END-IF
                   COMPUTE IndicePro = IndicePro + 1
               END-PERFORM
           END-PERFORM.

      *=================================================================
      * les 20 premiers du classement ; un visiteur connecte classe
      * plus loin voit aussi sa propre ligne
      *=================================================================
           AFFICHER_CLASSEMENT_PRONOS.
           PERFORM CALCULER_CLASSEMENT_PRONOS
           IF TampoJourneePro = 0 THEN
               DISPLAY '--- CLASSEMENT DES PRONOSTICS : SAISON ---'
           ELSE
               DISPLAY '--- CLASSEMENT DES PRONOSTICS : JOURNEE '
                   TampoJourneePro' ---'
           END-IF
           IF NbClassesPro = 0 THEN
               DISPLAY '(aucun pronostic note)'
           ELSE
               DISPLAY 'Rg   Visiteur              '
                   ' Pts Exa    Nb'
               MOVE 1 TO IndicePro
               PERFORM WITH TEST AFTER UNTIL IndicePro > NbClassesPro
                   IF IndicePro <= 20 OR
                       TCP_idVis(IndicePro) = WId_visiteur THEN
                       IF IndicePro > 20 THEN
                           DISPLAY '...'
                       END-IF
                       DISPLAY TCP_rang(IndicePro)'  '
                           TCP_nom(IndicePro)' '
                           TCP_points(IndicePro)' '
                           TCP_exacts(IndicePro)'    '
                           TCP_nb(IndicePro)
                   END-IF
                   COMPUTE IndicePro = IndicePro + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * extrait des gagnants (tous les premiers ex aequo) d'une journee
      * ou de la saison pour le tirage au sort des lots ; signale une
      * journee dont des rencontres restent a jouer
      *=================================================================
           EXPORTER_GAGNANTS_PRONOS.
           DISPLAY 'Journee (0 pour la saison) '
           ACCEPT TampoJourneePro
           IF TampoJourneePro NOT = 0 THEN
               MOVE 0 TO NbRencOuvertesPro
               OPEN INPUT frencontres
               MOVE 0 TO WfinPro
               PERFORM WITH TEST AFTER UNTIL WfinPro = 1
                   READ frencontres NEXT
                   AT END MOVE 1 TO WfinPro
                   NOT AT END
                       IF fr_journee = TampoJourneePro AND
                           (fr_typeComp = 'L' OR fr_typeComp = SPACE)
                           AND (fr_statutRenc = 'aven' OR
                           fr_statutRenc = 'repo') THEN
                           COMPUTE NbRencOuvertesPro =
                               NbRencOuvertesPro + 1
                       END-IF
               END-PERFORM
               CLOSE frencontres
               IF NbRencOuvertesPro > 0 THEN
                   DISPLAY 'ATTENTION : 'NbRencOuvertesPro
                       ' rencontre(s) de la journee restent a jouer'
               END-IF
           END-IF
           PERFORM CALCULER_CLASSEMENT_PRONOS
           MOVE 0 TO NbGagnantsPro
           OPEN OUTPUT fexpgagnants
           IF NbClassesPro = 0 THEN
               DISPLAY 'Aucun pronostic note pour cette periode'
           ELSE
           MOVE 1 TO IndicePro
           PERFORM WITH TEST AFTER UNTIL IndicePro > NbClassesPro
               IF TCP_rang(IndicePro) = 1 THEN
                   MOVE SPACES TO expGagnantsLigne
                   IF TampoJourneePro = 0 THEN
                       MOVE 'S' TO TampoIssuePrevuePro
                   ELSE
                       MOVE 'J' TO TampoIssuePrevuePro
                   END-IF
                   STRING TampoIssuePrevuePro ';'
                       TampoJourneePro ';'
                       TCP_rang(IndicePro) ';'
                       TCP_idVis(IndicePro) ';'
                       TCP_nom(IndicePro) ';'
                       TCP_prenom(IndicePro) ';'
                       TCP_email(IndicePro) ';'
                       TCP_points(IndicePro) ';'
                       TCP_exacts(IndicePro)
                       DELIMITED BY SIZE INTO expGagnantsLigne
                   END-STRING
                   WRITE expGagnantsLigne END-WRITE
                   COMPUTE NbGagnantsPro = NbGagnantsPro + 1
               END-IF
               COMPUTE IndicePro = IndicePro + 1
           END-PERFORM
           END-IF
           CLOSE fexpgagnants
           DISPLAY 'gagnantsPronostics.txt : 'NbGagnantsPro
               ' gagnant(s)'.

           PURGER_PRONOSTICS_SAISON.
           OPEN I-O fpronostics
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fpronostics NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   DELETE fpronostics END-DELETE
           END-PERFORM
           CLOSE fpronostics
           MOVE 0 TO Wfin.
