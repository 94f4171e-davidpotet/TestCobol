           ACCEPT fac_idJouAc
           DISPLAY 'Minute '
           ACCEPT fac_minuteAc
           PERFORM CONTROLER_PRESENCE_ACTION
           IF WjoueurSurTerrain = 1 THEN
               PERFORM CONTROLER_SUSPENSION_ACTION
           ELSE
               MOVE 0 TO WactionAdmise
           END-IF
           IF WactionAdmise = 1 THEN
               WRITE actionsTampon END-WRITE
               CLOSE factions
               IF fac_typeAc = 'cartonR' THEN
                   PERFORM ENREGISTRER_EXCLUSION_COMPO
               END-IF
               DISPLAY 'Action enregistree, identifiant : '
                   TampoNextIdAction
           ELSE

      *=================================================================
      * recalcule les stats d'un joueur (buts, passes, cartons) a
      * partir du journal factions.dat, et son temps de jeu a partir
      * des compositions des rencontres terminees
      *=================================================================
           RAFRAICHIR_STATS_UN_JOUEUR.
           DISPLAY 'Identifiant du joueur '
           ACCEPT TampoIdJouRecherche
           PERFORM CALCULER_STATS_JOUEUR
           PERFORM CALCULER_TEMPS_JEU_JOUEUR
           PERFORM ENREGISTRER_STATS_JOUEUR
           DISPLAY 'Stats mises a jour pour le joueur '
               TampoIdJouRecherche.
           RAFRAICHIR_STATS_TOUS_JOUEURS.
           PERFORM LIRE_POINT_DE_REPRISE
           PERFORM CUMULER_ACTIONS_TOUS_JOUEURS
           PERFORM CUMULER_TEMPS_DE_JEU
           PERFORM REPORTER_STATS_TOUS_JOUEURS
           PERFORM CLORE_POINT_DE_REPRISE
           DISPLAY 'Recalcul termine : 'NbJoueursMaj
               MOVE TabCumulPasses(fj_idJou) TO fj_passeJou
               MOVE TabCumulCartR(fj_idJou) TO fj_cartonRJou
               MOVE TabCumulCartJ(fj_idJou) TO fj_cartonJJou
               MOVE TabCumulMinutes(fj_idJou) TO fj_minutesJou
               MOVE TabCumulTitu(fj_idJou) TO fj_titularisationsJou
               MOVE TabCumulEntrees(fj_idJou) TO fj_entreesJou
               MOVE TampoAdminLogin TO fj_modifPar
               MOVE TampoDateAudit TO fj_dateModif
               REWRITE joueursTampon
                       MOVE TampoNbPasses TO fj_passeJou
                       MOVE TampoNbCartonsR TO fj_cartonRJou
                       MOVE TampoNbCartonsJ TO fj_cartonJJou
                       MOVE TampoNbMinutes TO fj_minutesJou
                       MOVE TampoNbTitularisations TO
                           fj_titularisationsJou
                       MOVE TampoNbEntrees TO fj_entreesJou
                       MOVE TampoAdminLogin TO fj_modifPar
                       MOVE TampoDateAudit TO fj_dateModif
                       REWRITE joueursTampon
           CLOSE frencontres
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.

      *=================================================================
      * conversion unique de l'ancien journal des actions (renomme en
      * actionsAncien.dat) vers actions.dat au dessin elargi : les
      * identifiants d'action sont conserves. Les totaux de controle
      * (nombre d'actions, sommes des identifiants d'action, de
      * rencontre et de joueur, des minutes, nombre par type) sont
      * calcules avant sur l'ancien fichier et apres sur le nouveau,
      * puis rapproches. Refusee si actions.dat contient deja des
      * actions.
      *=================================================================
           CONVERTIR_JOURNAL_ACTIONS.
           MOVE ZEROS TO TableTotauxConv
           MOVE 0 TO NbRejetsConv
           MOVE 1 TO WconvPossible
           OPEN INPUT factions
           READ factions NEXT
               AT END CONTINUE
               NOT AT END
                   MOVE 0 TO WconvPossible
                   DISPLAY 'actions.dat contient deja des actions :'
                   DISPLAY 'conversion deja faite, refusee.'
           END-READ
           CLOSE factions
           IF WconvPossible = 1 THEN
               OPEN INPUT factionsAncien
               IF factionsAncien_stat NOT = 0 THEN
                   MOVE 0 TO WconvPossible
                   DISPLAY 'actionsAncien.dat introuvable ou illisible'
                       ' (statut 'factionsAncien_stat')'
               ELSE
                   MOVE 1 TO IndiceConv
                   MOVE 0 TO WfinConv
                   PERFORM WITH TEST AFTER UNTIL WfinConv = 1
                       READ factionsAncien NEXT
                       AT END MOVE 1 TO WfinConv
                       NOT AT END
                           MOVE faa_idAc TO TampoConvIdAc
                           MOVE faa_typeAc TO TampoConvTypeAc
                           MOVE faa_idRencAc TO TampoConvIdRenc
                           MOVE faa_idJouAc TO TampoConvIdJou
                           MOVE faa_minuteAc TO TampoConvMinute
                           PERFORM CUMULER_TOTAUX_CONV
                   END-PERFORM
                   CLOSE factionsAncien
               END-IF
           END-IF
           IF WconvPossible = 1 THEN
               DISPLAY 'actionsAncien.dat : 'TotConvNb(1)' action(s)'
               DISPLAY 'Confirmer la conversion ? 1 ou 0'
               ACCEPT Wrep
               IF Wrep NOT = 1 THEN
                   DISPLAY 'Conversion abandonnee.'
               ELSE
                   PERFORM RECOPIER_JOURNAL_ACTIONS
                   PERFORM RAPPROCHER_CONVERSION_ACTIONS
               END-IF
           END-IF.

           RECOPIER_JOURNAL_ACTIONS.
           OPEN INPUT factionsAncien
           OPEN I-O factions
           MOVE 0 TO WfinConv
           PERFORM WITH TEST AFTER UNTIL WfinConv = 1
               READ factionsAncien NEXT
               AT END MOVE 1 TO WfinConv
               NOT AT END
                   MOVE faa_idAc TO fac_idAc
                   MOVE faa_typeAc TO fac_typeAc
                   MOVE faa_idRencAc TO fac_idRencAc
                   MOVE faa_idJouAc TO fac_idJouAc
                   MOVE faa_minuteAc TO fac_minuteAc
                   WRITE actionsTampon
                       INVALID KEY
                           COMPUTE NbRejetsConv = NbRejetsConv + 1
                           DISPLAY 'Action 'faa_idAc' 'faa_typeAc
                               ' non recopiee (statut 'factions_stat')'
                   END-WRITE
           END-PERFORM
           CLOSE factions
           CLOSE factionsAncien
           MOVE 2 TO IndiceConv
           OPEN INPUT factions
           MOVE 0 TO WfinConv
           PERFORM WITH TEST AFTER UNTIL WfinConv = 1
               READ factions NEXT
               AT END MOVE 1 TO WfinConv
               NOT AT END
                   MOVE fac_idAc TO TampoConvIdAc
                   MOVE fac_typeAc TO TampoConvTypeAc
                   MOVE fac_idRencAc TO TampoConvIdRenc
                   MOVE fac_idJouAc TO TampoConvIdJou
                   MOVE fac_minuteAc TO TampoConvMinute
                   PERFORM CUMULER_TOTAUX_CONV
           END-PERFORM
           CLOSE factions.

           CUMULER_TOTAUX_CONV.
           COMPUTE TotConvNb(IndiceConv) = TotConvNb(IndiceConv) + 1
           COMPUTE TotConvIdAc(IndiceConv) =
               TotConvIdAc(IndiceConv) + TampoConvIdAc
           COMPUTE TotConvIdRenc(IndiceConv) =
               TotConvIdRenc(IndiceConv) + TampoConvIdRenc
           COMPUTE TotConvIdJou(IndiceConv) =
               TotConvIdJou(IndiceConv) + TampoConvIdJou
           COMPUTE TotConvMinute(IndiceConv) =
               TotConvMinute(IndiceConv) + TampoConvMinute
           EVALUATE TampoConvTypeAc
             WHEN 'but'
               COMPUTE TotConvButs(IndiceConv) =
                   TotConvButs(IndiceConv) + 1
             WHEN 'passe'
               COMPUTE TotConvPasses(IndiceConv) =
                   TotConvPasses(IndiceConv) + 1
             WHEN 'cartonR'
               COMPUTE TotConvCartR(IndiceConv) =
                   TotConvCartR(IndiceConv) + 1
             WHEN 'cartonJ'
               COMPUTE TotConvCartJ(IndiceConv) =
                   TotConvCartJ(IndiceConv) + 1
           END-EVALUATE.

           RAPPROCHER_CONVERSION_ACTIONS.
           DISPLAY '--- CONTROLES DE LA CONVERSION (avant / apres) ---'
           DISPLAY 'actions        'TotConvNb(1)' / 'TotConvNb(2)
           DISPLAY 'somme id       'TotConvIdAc(1)' / 'TotConvIdAc(2)
           DISPLAY 'somme renc     'TotConvIdRenc(1)' / '
               TotConvIdRenc(2)
           DISPLAY 'somme joueurs  'TotConvIdJou(1)' / '
               TotConvIdJou(2)
           DISPLAY 'somme minutes  'TotConvMinute(1)' / '
               TotConvMinute(2)
           DISPLAY 'buts           'TotConvButs(1)' / 'TotConvButs(2)
           DISPLAY 'passes         'TotConvPasses(1)' / '
               TotConvPasses(2)
           DISPLAY 'cartons rouges 'TotConvCartR(1)' / '
               TotConvCartR(2)
           DISPLAY 'cartons jaunes 'TotConvCartJ(1)' / '
               TotConvCartJ(2)
           IF TotauxConv(1) = TotauxConv(2) AND NbRejetsConv = 0 THEN
               DISPLAY 'Conversion terminee, controles concordants.'
               DISPLAY 'actionsAncien.dat peut etre archive.'
           ELSE
               DISPLAY 'ECART a la conversion ('NbRejetsConv
                   ' rejet(s)) : restaurer la sauvegarde du jour'
               DISPLAY 'et analyser actionsAncien.dat.'
           END-IF.
