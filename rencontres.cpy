           DISPLAY
           '* 7 - Annuler une rencontre                         *'
           DISPLAY
           '* 8 - Compositions et remplacements                 *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixAdmin
           EVALUATE WchoixAdmin
               PERFORM REPORTER_RENCONTRE
           WHEN 7
               PERFORM ANNULER_RENCONTRE
           WHEN 8
               PERFORM MENU_COMPOSITIONS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixAdmin.
           MOVE fr_EquipeDom TO TampoIdEquipeDom
           PERFORM CALCULER_PLACES_INITIALES
           MOVE TampoPlacesInit TO fr_placesRestantes
           MOVE TablePlacesInitZones TO fr_placesZones
           WRITE rencontresTampon END-WRITE
           CLOSE frencontres
           DISPLAY 'Rencontre creee, identifiant : '

      *=================================================================
      * saisie du score final d'une rencontre ; la fait basculer au
      * statut 'fini' pour qu'elle entre dans le classement Ligue 1,
      * puis note les pronostics des visiteurs sur cette rencontre
      *=================================================================
           SAISIR_SCORE_RENCONTRE.
           DISPLAY 'Numero de la rencontre '
                           ACCEPT fr_scoreDomRenc
                           DISPLAY 'Score de l equipe a l exterieur '
                           ACCEPT fr_scoreExtRenc
                           MOVE fr_scoreDomRenc TO TampoScoreDomPro
                           MOVE fr_scoreExtRenc TO TampoScoreExtPro
                           MOVE 'fini' TO fr_statutRenc
                           MOVE TampoAdminLogin TO fr_modifPar
                           MOVE TampoDateAudit TO fr_dateModif
           ELSE
               IF WscoreSaisi = 1 THEN
                   DISPLAY 'Score enregistre.'
                   PERFORM NOTER_PRONOSTICS_RENCONTRE
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3
           MOVE TampoIdEqDomCal TO TampoIdEquipeDom
           PERFORM CALCULER_PLACES_INITIALES
           MOVE TampoPlacesInit TO fr_placesRestantes
           MOVE TablePlacesInitZones TO fr_placesZones
           WRITE rencontresTampon END-WRITE
           COMPUTE NbRencGenerees = NbRencGenerees + 1.

      *=================================================================
      * feuille de match : pour une rencontre donnee, edite en une
      * seule fois les equipes, le stade, les arbitres, les effectifs
      * des deux clubs (suspendus et indisponibles signales) et, pour
      * une rencontre terminee, le deroule des actions trie par minute
      *=================================================================
           FEUILLE_DE_MATCH.
           DISPLAY 'Numero de la rencontre '
               END-IF
               COMPUTE IndiceArbFM = IndiceArbFM + 1
           END-PERFORM
           COMPUTE TampoDateIndispo = TampoAnneeFM * 10000
               + TampoMoisFM * 100 + TampoJourFM
           DISPLAY '--- EFFECTIF 'TampoNomEqDomFM' ---'
           MOVE TampoIdEqDomFM TO TampoIdEqFM
           PERFORM AFFICHER_EFFECTIF_FM
           MOVE 0 TO Wfin.

      *=================================================================
      * effectif d'un club : la composition saisie pour la rencontre
      * (titulaires puis remplacants) ; a defaut, tout l'effectif du
      * club via la cle alternative fj_idEq de fjoueurs
      *=================================================================
           AFFICHER_EFFECTIF_FM.
           MOVE TampoIdRencFM TO TampoIdRencCompo
           MOVE TampoIdEqFM TO TampoIdEqCompo
           PERFORM COMPTER_COMPOSITION_CLUB
           IF NbTitulairesCompo = 0 AND NbRemplacantsCompo = 0 THEN
               DISPLAY '(composition non saisie : effectif du club)'
               PERFORM AFFICHER_EFFECTIF_CLUB_FM
           ELSE
               DISPLAY 'Titulaires :'
               MOVE 'titulaire' TO TampoRoleCompo
               PERFORM AFFICHER_COMPO_FM
               DISPLAY 'Remplacants :'
               MOVE 'remplacant' TO TampoRoleCompo
               PERFORM AFFICHER_COMPO_FM
           END-IF.

           AFFICHER_EFFECTIF_CLUB_FM.
           MOVE 0 TO Wtrouve3
           OPEN INPUT fjoueurs
           MOVE TampoIdEqFM TO fj_idEq
                                   TampoMotifSusFM') POUR CETTE'
                                   ' RENCONTRE ***'
                           END-IF
                           PERFORM CONTROLER_INDISPO_FM
                           IF WjoueurIndispo = 1 THEN
                               DISPLAY '      *** INDISPONIBLE ('
                                   TampoTypeIndispo') RETOUR PREVU LE '
                                   TampoRetourIndispo' ***'
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           MOVE SPACES TO TampoNomJouFM
           MOVE SPACES TO TampoPrenomJouFM
           MOVE SPACES TO TampoPosteJouFM
           MOVE 0 TO TampoNumeroJouFM
           MOVE 0 TO TampoIdEqJouFM
           OPEN INPUT fjoueurs
           PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR Wfin = 1
               READ fjoueurs NEXT
                   IF fj_idJou = TampoIdJouFM THEN
                       MOVE 1 TO Wtrouve3
                       MOVE fj_nomJou TO TampoNomJouFM
                       MOVE fj_prenomJou TO TampoPrenomJouFM
                       MOVE fj_posteJou TO TampoPosteJouFM
                       MOVE fj_numeroJou TO TampoNumeroJouFM
                       MOVE fj_idEq TO TampoIdEqJouFM
                   END-IF
           END-PERFORM
           CLOSE fjoueurs
      * report d'une rencontre : nouvelle date et nouvelle heure,
      * statut 'repo', les affectations d'arbitres suivent si l'arbitre
      * est encore disponible (sinon le creneau est libere) et les
      * reservations restent valables ; les visiteurs ayant reserve et
      * les abonnes du club recevant sont notifies
      *=================================================================
           REPORTER_RENCONTRE.
           DISPLAY 'Numero de la rencontre a reporter '
               END-IF
               DISPLAY 'Rencontre reportee ; les reservations'
               DISPLAY 'restent valables pour la nouvelle date.'
               MOVE 0 TO NbNotifsEcrites
               MOVE TampoIdRencRep TO TampoIdRencNotif
               MOVE 'RENC_REPORTEE' TO TampoTypeNotif
               MOVE 'reservation valable a la nouvelle date' TO
                   TampoDetailNotif
               PERFORM NOTIFIER_RESAS_RENC
               MOVE 'abonnement valable a la nouvelle date' TO
                   TampoDetailNotif
               PERFORM NOTIFIER_ABONNES_RENC
               DISPLAY NbNotifsEcrites' visiteur(s) notifie(s)'
           END-IF
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.
      * annulation pure et simple d'une rencontre : statut 'annu',
      * creneaux d'arbitres remis a zero, affectations supprimees et
      * reservations confirmees marquees a rembourser (la place est
      * liberee puisque seules les 'confirmee' comptent) ; chaque
      * reservation a rembourser et chaque abonne du club recevant
      * donnent lieu a une notification, chaque remboursement a un
      * mouvement de caisse
      *=================================================================
           ANNULER_RENCONTRE.
           DISPLAY 'Numero de la rencontre a annuler '
               END-IF
               COMPUTE IndiceArbFM = IndiceArbFM + 1
           END-PERFORM
           MOVE 0 TO TampoIdZoneVisee
           PERFORM COMPTER_RESA_CONFIRMEES
           DISPLAY '   places occupees (resa + abonnes) : '
               NbResaConfirmees.

           MARQUER_RESAS_REMBOURSEMENT.
           MOVE 0 TO NbResaRemb
           MOVE 0 TO NbNotifsEcrites
           MOVE TampoIdRencRep TO TampoIdRencNotif
           MOVE 'RENC_ANNULEE_REMB' TO TampoTypeNotif
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               MOVE 0 TO TabPlacesLibZone(IndiceZone)
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           OPEN I-O freservations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       MOVE 'arembourse' TO fres_statutRes
                       REWRITE reservationsTampon
                       COMPUTE NbResaRemb = NbResaRemb + 1
                       MOVE 'remboursement' TO TampoTypeMvt
                       MOVE fres_idVisiteur TO TampoIdVisMvt
                       MOVE fres_idRenc TO TampoIdRencMvt
                       MOVE fres_seqResa TO TampoSeqResaMvt
                       MOVE fres_idZone TO TampoIdZoneMvt
                       MOVE fres_nbPlaces TO TampoNbPlacesMvt
                       MOVE fres_montant TO TampoMontantMvt
                       PERFORM ECRIRE_MOUVEMENT_CAISSE
                       MOVE fres_idVisiteur TO TampoIdVisNotif
                       MOVE fres_montant TO TampoMontantNotif
                       MOVE SPACES TO TampoDetailNotif
                       STRING 'remboursement ' fres_nbPlaces
                           ' place(s) ' TampoMontantNotif
                           DELIMITED BY SIZE INTO TampoDetailNotif
                       END-STRING
                       PERFORM ECRIRE_NOTIFICATION
                       IF fres_idZone > 0 AND fres_idZone < 11 THEN
                           COMPUTE TabPlacesLibZone(fres_idZone) =
                               TabPlacesLibZone(fres_idZone) +
                               fres_nbPlaces
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE freservations
           MOVE 0 TO Wfin
      * les places sont recreditees zone par zone
           MOVE TampoIdRencRep TO TampoIdRencVisee
           MOVE 1 TO WsensPlaces
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               IF TabPlacesLibZone(IndiceZone) > 0 THEN
                   MOVE IndiceZone TO TampoIdZoneVisee
                   MOVE TabPlacesLibZone(IndiceZone) TO WnbPlacesAjust
                   PERFORM AJUSTER_PLACES_RENC
               END-IF
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           DISPLAY NbResaRemb' reservation(s) a rembourser'
           MOVE 'RENC_ANNULEE' TO TampoTypeNotif
           MOVE 'abonnement : rencontre annulee' TO TampoDetailNotif
           PERFORM NOTIFIER_ABONNES_RENC
           DISPLAY NbNotifsEcrites' visiteur(s) notifie(s)'.
