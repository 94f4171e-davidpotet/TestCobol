      *=================================================================
      * registre des indisponibilites des joueurs (blessure, maladie,
      * selection nationale) tenu par le medecin du club : une ligne
      * par periode, du premier jour d'absence a la date de retour
      * prevue (le joueur est de nouveau disponible ce jour-la)
      *=================================================================
           MENU_INDISPOS.
           PERFORM WITH TEST AFTER UNTIL WchoixIndispo < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Declarer une indisponibilite                  *'
           DISPLAY
           '* 2 - Lever une indisponibilite (retour)            *'
           DISPLAY
           '* 3 - Indisponibilites en cours                     *'
           DISPLAY
           '* 4 - Absents de la prochaine journee par club      *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixIndispo
           EVALUATE WchoixIndispo
           WHEN 1
               PERFORM DECLARER_INDISPO
           WHEN 2
               PERFORM LEVER_INDISPO
           WHEN 3
               PERFORM LISTER_INDISPOS
           WHEN 4
               PERFORM RAPPORT_ABSENTS_JOURNEE
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixIndispo.

      *=================================================================
      * nouvelle periode d'indisponibilite, numerotee a la suite des
      * periodes deja enregistrees pour le joueur
      *=================================================================
           DECLARER_INDISPO.
           DISPLAY 'Identifiant du joueur '
           ACCEPT TampoIdJouIndispo
           MOVE TampoIdJouIndispo TO TampoIdJouFM
           PERFORM TROUVER_NOM_JOUEUR_FM
           IF TampoNomJouFM = 'inconnu' THEN
               DISPLAY 'Joueur inconnu !'
           ELSE
               DISPLAY 'Joueur : 'TampoNomJouFM' 'TampoPrenomJouFM
               DISPLAY 'Type : 1 - blessure  2 - maladie'
                   '  3 - selection nationale'
               ACCEPT WchoixTypeIndispo
               EVALUATE WchoixTypeIndispo
                 WHEN 1
                   MOVE 'blessure' TO TampoTypeIndispo
                 WHEN 2
                   MOVE 'maladie' TO TampoTypeIndispo
                 WHEN 3
                   MOVE 'selection' TO TampoTypeIndispo
                 WHEN OTHER
                   MOVE SPACES TO TampoTypeIndispo
               END-EVALUATE
               IF TampoTypeIndispo = SPACES THEN
                   DISPLAY 'Type invalide !'
               ELSE
                   DISPLAY 'Premier jour d absence (aaaammjj) '
                   ACCEPT TampoDateIndispo
                   DISPLAY 'Date de retour prevue (aaaammjj) '
                   ACCEPT TampoRetourIndispo
                   IF TampoRetourIndispo <= TampoDateIndispo THEN
                       DISPLAY 'La date de retour doit suivre le'
                           ' premier jour d absence !'
                   ELSE
                       PERFORM ECRIRE_INDISPO
                   END-IF
               END-IF
           END-IF.

           ECRIRE_INDISPO.
           MOVE 0 TO TampoNextSeqIndispo
           OPEN I-O findispos
           MOVE TampoIdJouIndispo TO fin_idJou
           MOVE 0 TO fin_sequence
           MOVE 0 TO WfinIndispo
           START findispos KEY IS >= fin_Indispo
               INVALID KEY MOVE 1 TO WfinIndispo
           END-START
           IF WfinIndispo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinIndispo = 1
                   READ findispos NEXT
                   AT END MOVE 1 TO WfinIndispo
                   NOT AT END
                       IF fin_idJou NOT = TampoIdJouIndispo THEN
                           MOVE 1 TO WfinIndispo
                       ELSE
                           MOVE fin_sequence TO TampoNextSeqIndispo
                       END-IF
               END-PERFORM
           END-IF
           COMPUTE TampoNextSeqIndispo = TampoNextSeqIndispo + 1
           MOVE TampoIdJouIndispo TO fin_idJou
           MOVE TampoNextSeqIndispo TO fin_sequence
           MOVE TampoTypeIndispo TO fin_type
           MOVE TampoDateIndispo TO fin_dateDebut
           MOVE TampoRetourIndispo TO fin_dateRetour
           MOVE TampoAdminLogin TO fin_modifPar
           MOVE TampoDateAudit TO fin_dateModif
           WRITE indisposTampon END-WRITE
           CLOSE findispos
           MOVE 0 TO WfinIndispo
           DISPLAY 'Indisponibilite enregistree, numero '
               TampoNextSeqIndispo.

      *=================================================================
      * retour du joueur : la date de retour devient la date saisie
      * (par defaut aujourd'hui), la periode reste dans le registre
      *=================================================================
           LEVER_INDISPO.
           DISPLAY 'Identifiant du joueur '
           ACCEPT TampoIdJouIndispo
           DISPLAY 'Numero de l indisponibilite '
           ACCEPT TampoNextSeqIndispo
           OPEN I-O findispos
           MOVE TampoIdJouIndispo TO fin_idJou
           MOVE TampoNextSeqIndispo TO fin_sequence
           READ findispos
               INVALID KEY
                   DISPLAY 'Indisponibilite inconnue !'
               NOT INVALID KEY
                   DISPLAY fin_type' du 'fin_dateDebut
                       ' retour prevu le 'fin_dateRetour
                   DISPLAY 'Date de retour (aaaammjj, 0 = aujourd hui) '
                   ACCEPT TampoRetourIndispo
                   IF TampoRetourIndispo = 0 THEN
                       MOVE TampoDateAudit TO TampoRetourIndispo
                   END-IF
                   IF TampoRetourIndispo <= fin_dateDebut THEN
                       DISPLAY 'La date de retour doit suivre le'
                           ' premier jour d absence !'
                   ELSE
                       MOVE TampoRetourIndispo TO fin_dateRetour
                       MOVE TampoAdminLogin TO fin_modifPar
                       MOVE TampoDateAudit TO fin_dateModif
                       REWRITE indisposTampon
                       DISPLAY 'Date de retour enregistree.'
                   END-IF
           END-READ
           CLOSE findispos.

      *=================================================================
      * periodes en cours ou a venir (retour prevu apres aujourd'hui)
      *=================================================================
           LISTER_INDISPOS.
           DISPLAY '--- INDISPONIBILITES EN COURS ---'
           MOVE 0 TO NbAbsentsClub
           OPEN INPUT findispos
           MOVE 0 TO WfinIndispo
           PERFORM WITH TEST AFTER UNTIL WfinIndispo = 1
               READ findispos NEXT
               AT END MOVE 1 TO WfinIndispo
               NOT AT END
                   IF fin_dateRetour > TampoDateAudit THEN
                       COMPUTE NbAbsentsClub = NbAbsentsClub + 1
                       MOVE fin_idJou TO TampoIdJouFM
                       PERFORM TROUVER_NOM_JOUEUR_FM
                       DISPLAY fin_idJou'/'fin_sequence' '
                           TampoNomJouFM' 'fin_type' du '
                           fin_dateDebut' au 'fin_dateRetour
                   END-IF
           END-PERFORM
           CLOSE findispos
           MOVE 0 TO WfinIndispo
           IF NbAbsentsClub = 0 THEN
               DISPLAY '(aucune indisponibilite en cours)'
           END-IF.

      *=================================================================
      * le joueur TampoIdJouFM est-il indisponible a la date
      * TampoDateIndispo ? (debut <= date < retour prevu)
      *=================================================================
           CONTROLER_INDISPO_FM.
           MOVE 0 TO WjoueurIndispo
           MOVE SPACES TO TampoTypeIndispo
           MOVE 0 TO TampoRetourIndispo
           OPEN INPUT findispos
           MOVE TampoIdJouFM TO fin_idJou
           MOVE 0 TO fin_sequence
           MOVE 0 TO WfinIndispo
           START findispos KEY IS >= fin_Indispo
               INVALID KEY MOVE 1 TO WfinIndispo
           END-START
           IF WfinIndispo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinIndispo = 1
                   READ findispos NEXT
                   AT END MOVE 1 TO WfinIndispo
                   NOT AT END
                       IF fin_idJou NOT = TampoIdJouFM THEN
                           MOVE 1 TO WfinIndispo
                       ELSE
                           IF fin_dateDebut <= TampoDateIndispo AND
                               fin_dateRetour > TampoDateIndispo THEN
                               MOVE 1 TO WjoueurIndispo
                               MOVE fin_type TO TampoTypeIndispo
                               MOVE fin_dateRetour TO
                                   TampoRetourIndispo
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE findispos
           MOVE 0 TO WfinIndispo.

      *=================================================================
      * rapport hebdomadaire : pour chaque club, sa prochaine rencontre
      * a partir d'aujourd'hui (date fr_dateRenc la plus proche, statut
      * 'aven' ou 'repo') et les joueurs absents a cette date, pour
      * indisponibilite ou pour suspension
      *=================================================================
           RAPPORT_ABSENTS_JOURNEE.
           DISPLAY '====================================='
           DISPLAY ' ABSENTS DE LA PROCHAINE JOURNEE'
           DISPLAY ' au 'WJourCourAff'/'WMoisCourAff'/'WAnneeCourAff
           DISPLAY '====================================='
           OPEN INPUT fequipes
           MOVE 0 TO WfinEqIndispo
           PERFORM WITH TEST AFTER UNTIL WfinEqIndispo = 1
               READ fequipes NEXT
               AT END MOVE 1 TO WfinEqIndispo
               NOT AT END
                   MOVE fe_idEquipe TO TampoIdEqIndispo
                   DISPLAY '--- 'fe_nomEq' ---'
                   PERFORM TROUVER_PROCHAINE_RENC_CLUB
                   IF TampoIdRencProchaine = 0 THEN
                       DISPLAY '(aucune rencontre a venir)'
                   ELSE
                       DISPLAY 'Rencontre 'TampoIdRencProchaine
                           ' journee 'TampoJourneeProchaine
                           ' du 'TampoDateProchaine
                       PERFORM LISTER_ABSENTS_CLUB
                   END-IF
           END-PERFORM
           CLOSE fequipes
           MOVE 0 TO WfinEqIndispo
           DISPLAY '====================================='.

           TROUVER_PROCHAINE_RENC_CLUB.
           MOVE 0 TO TampoIdRencProchaine
           MOVE 0 TO TampoJourneeProchaine
           MOVE 99999999 TO TampoDateProchaine
           OPEN INPUT frencontres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   MOVE fr_dateRenc TO TampoDateRencSus
                   IF (fr_statutRenc = 'aven' OR
                       fr_statutRenc = 'repo') AND
                       (fr_EquipeDom = TampoIdEqIndispo OR
                        fr_EquipeExt = TampoIdEqIndispo) AND
                       TampoDateRencSus >= TampoDateAudit AND
                       TampoDateRencSus < TampoDateProchaine THEN
                       MOVE fr_idRenc TO TampoIdRencProchaine
                       MOVE fr_journee TO TampoJourneeProchaine
                       MOVE TampoDateRencSus TO TampoDateProchaine
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO Wfin.

           LISTER_ABSENTS_CLUB.
           MOVE 0 TO NbAbsentsClub
           MOVE TampoDateProchaine TO TampoDateIndispo
           MOVE TampoIdRencProchaine TO TampoIdRencFM
           OPEN INPUT fjoueurs
           MOVE TampoIdEqIndispo TO fj_idEq
           MOVE 0 TO WfinJouIndispo
           START fjoueurs KEY IS = fj_idEq
               INVALID KEY MOVE 1 TO WfinJouIndispo
           END-START
           IF WfinJouIndispo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinJouIndispo = 1
                   READ fjoueurs NEXT
                   AT END MOVE 1 TO WfinJouIndispo
                   NOT AT END
                       IF fj_idEq NOT = TampoIdEqIndispo THEN
                           MOVE 1 TO WfinJouIndispo
                       ELSE
                           PERFORM CONTROLER_ABSENT_CLUB
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fjoueurs
           MOVE 0 TO WfinJouIndispo
           IF NbAbsentsClub = 0 THEN
               DISPLAY '(effectif au complet)'
           END-IF.

           CONTROLER_ABSENT_CLUB.
           MOVE fj_idJou TO TampoIdJouFM
           PERFORM CONTROLER_INDISPO_FM
           IF WjoueurIndispo = 1 THEN
               COMPUTE NbAbsentsClub = NbAbsentsClub + 1
               DISPLAY fj_idJou' 'fj_nomJou' 'fj_prenomJou' : '
                   TampoTypeIndispo' (retour prevu le '
                   TampoRetourIndispo')'
           END-IF
           PERFORM CONTROLER_SUSPENSION_FM
           IF WjoueurSuspenduFM = 1 THEN
               COMPUTE NbAbsentsClub = NbAbsentsClub + 1
               DISPLAY fj_idJou' 'fj_nomJou' 'fj_prenomJou' : '
                   'suspendu ('TampoMotifSusFM')'
           END-IF.
