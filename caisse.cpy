      *=================================================================
      * journal de caisse de la billetterie : chaque vente (reservation
      * ou conversion de liste d'attente), annulation par le visiteur,
      * remboursement d'une rencontre annulee et souscription
      * d'abonnement ecrit un mouvement date dans paiements.dat. La
      * cloture d'une journee totalise ses mouvements par club et par
      * type, rapproche le journal de reservations.dat et de
      * abonnements.dat, puis produit le journal comptable du jour
      * journalCompta_aaaammjj.txt avec les comptes des clubs.
      *=================================================================

      *=================================================================
      * mouvement TampoTypeMvt ('vente', 'abonnement', 'annulation',
      * 'remboursement') ; le club est celui qui recoit la rencontre
      * pour une reservation, TampoIdEqMvt pour un abonnement
      *=================================================================
           ECRIRE_MOUVEMENT_CAISSE.
           IF TampoIdRencMvt NOT = 0 THEN
               MOVE 0 TO TampoIdEqMvt
               OPEN INPUT frencontres
               MOVE 0 TO WfinMvt
               PERFORM WITH TEST AFTER UNTIL WfinMvt = 1
                   READ frencontres NEXT
                   AT END MOVE 1 TO WfinMvt
                   NOT AT END
                       IF fr_idRenc = TampoIdRencMvt THEN
                           MOVE fr_EquipeDom TO TampoIdEqMvt
                           MOVE 1 TO WfinMvt
                       END-IF
               END-PERFORM
               CLOSE frencontres
           END-IF
           ACCEPT TampoDateMvt FROM DATE YYYYMMDD
           ACCEPT TampoHeureMvt FROM TIME
           MOVE 0 TO TampoSeqMvt
           OPEN I-O fpaiements
           MOVE TampoDateMvt TO fpa_date
           MOVE 0 TO fpa_sequence
           MOVE 0 TO WfinMvt
           START fpaiements KEY IS >= fpa_Mouvement
               INVALID KEY MOVE 1 TO WfinMvt
           END-START
           IF WfinMvt NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinMvt = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinMvt
                   NOT AT END
                       IF fpa_date NOT = TampoDateMvt THEN
                           MOVE 1 TO WfinMvt
                       ELSE
                           MOVE fpa_sequence TO TampoSeqMvt
                       END-IF
               END-PERFORM
           END-IF
           MOVE TampoDateMvt TO fpa_date
           COMPUTE fpa_sequence = TampoSeqMvt + 1
           MOVE THM_hhmmss TO fpa_heure
           MOVE TampoTypeMvt TO fpa_type
           IF TampoTypeMvt = 'vente' OR TampoTypeMvt = 'abonnement'
               THEN
               MOVE 'E' TO fpa_sens
           ELSE
               MOVE 'D' TO fpa_sens
           END-IF
           MOVE TampoIdEqMvt TO fpa_idEquipe
           MOVE TampoIdVisMvt TO fpa_refVisiteur
           IF TampoIdRencMvt NOT = 0 THEN
               MOVE TampoIdRencMvt TO fpa_refObjet
           ELSE
               MOVE TampoIdEqMvt TO fpa_refObjet
           END-IF
           MOVE TampoSeqResaMvt TO fpa_refSeq
           MOVE TampoIdZoneMvt TO fpa_idZone
           MOVE TampoNbPlacesMvt TO fpa_nbPlaces
           MOVE TampoMontantMvt TO fpa_montant
           MOVE TampoAdminLogin TO fpa_modifPar
           WRITE paiementsTampon
               INVALID KEY
                   DISPLAY 'ATTENTION : mouvement de caisse '
                       TampoTypeMvt' non enregistre (statut '
                       fpaiements_stat')'
           END-WRITE
           CLOSE fpaiements.

           CHARGER_TYPES_MVT.
           MOVE 'vente' TO TTM_type(1)
           MOVE 'E' TO TTM_sens(1)
           MOVE 'abonnement' TO TTM_type(2)
           MOVE 'E' TO TTM_sens(2)
           MOVE 'annulation' TO TTM_type(3)
           MOVE 'D' TO TTM_sens(3)
           MOVE 'remboursement' TO TTM_type(4)
           MOVE 'D' TO TTM_sens(4).

      *=================================================================
      * menu de la caisse (sous-menu des recettes de billetterie) ; la
      * cloture et les comptes des clubs sont refuses au role
      * consultation
      *=================================================================
           MENU_CAISSE.
           PERFORM WITH TEST AFTER UNTIL WchoixCaisse < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Mouvements de caisse d une journee            *'
           DISPLAY
           '* 2 - Cloture de caisse et journal comptable        *'
           DISPLAY
           '* 3 - Comptes comptables des clubs                  *'
           DISPLAY
           '* 4 - Historique des clotures de caisse             *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixCaisse
           IF (WchoixCaisse = 2 OR WchoixCaisse = 3) AND
               TampoAdminRole = 'L' THEN
               DISPLAY 'Option 'WchoixCaisse' non autorisee pour le'
                   ' role 'TampoLibelleRole
               MOVE 99 TO WchoixCaisse
           END-IF
           EVALUATE WchoixCaisse
           WHEN 1
               PERFORM SAISIR_DATE_CAISSE
               PERFORM LISTER_MOUVEMENTS_CAISSE
           WHEN 2
               PERFORM CLOTURER_CAISSE_JOUR
           WHEN 3
               PERFORM MENU_COMPTES_CLUBS
           WHEN 4
               PERFORM AFFICHER_CLOTURES_CAISSE
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixCaisse.

           SAISIR_DATE_CAISSE.
           DISPLAY 'Journee de caisse (aaaammjj, 0 pour aujourd hui) '
           ACCEPT TampoDateCaisse
           IF TampoDateCaisse = 0 THEN
               ACCEPT TampoDateCaisse FROM DATE YYYYMMDD
           END-IF.

           LISTER_MOUVEMENTS_CAISSE.
           DISPLAY '--- MOUVEMENTS DE CAISSE DU 'TampoDateCaisse' ---'
           MOVE 0 TO NbMvtCaisse
           OPEN INPUT fpaiements
           MOVE TampoDateCaisse TO fpa_date
           MOVE 0 TO fpa_sequence
           MOVE 0 TO WfinCaisse
           START fpaiements KEY IS >= fpa_Mouvement
               INVALID KEY MOVE 1 TO WfinCaisse
           END-START
           IF WfinCaisse NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinCaisse
                   NOT AT END
                       IF fpa_date NOT = TampoDateCaisse THEN
                           MOVE 1 TO WfinCaisse
                       ELSE
                           COMPUTE NbMvtCaisse = NbMvtCaisse + 1
                           MOVE fpa_montant TO TampoMontantCaisseAff
                           DISPLAY fpa_sequence' 'fpa_heure' '
                               fpa_type' 'fpa_sens' club '
                               fpa_idEquipe' visiteur '
                               fpa_refVisiteur' ref '
                               fpa_refObjet'/'fpa_refSeq' '
                               TampoMontantCaisseAff
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fpaiements
           IF NbMvtCaisse = 0 THEN
               DISPLAY '(aucun mouvement)'
           END-IF.

      *=================================================================
      * cloture d'une journee de caisse : totaux par club et par type,
      * rapprochement, journal comptable, puis trace de la cloture.
      * Le journal n'est pas produit s'il manque un compte ; en cas
      * d'ecart au rapprochement il ne l'est que sur confirmation.
      *=================================================================
           CLOTURER_CAISSE_JOUR.
           PERFORM SAISIR_DATE_CAISSE
           MOVE 1 TO Wrep
           OPEN INPUT fcloturescaisse
           MOVE TampoDateCaisse TO fcl_date
           READ fcloturescaisse
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Journee deja cloturee le 'fcl_dateModif
                       ' par 'fcl_modifPar' (journal : 'fcl_journal')'
                   DISPLAY 'Un journal deja importe en comptabilite'
                   DISPLAY 'ne doit pas l etre une seconde fois.'
                   DISPLAY 'Cloturer a nouveau ? 1 ou 0'
                   ACCEPT Wrep
           END-READ
           CLOSE fcloturescaisse
           IF Wrep NOT = 1 THEN
               DISPLAY 'Cloture abandonnee.'
           ELSE
               PERFORM TOTALISER_CAISSE_JOUR
               PERFORM AFFICHER_TOTAUX_CAISSE
               PERFORM RAPPROCHER_CAISSE
               MOVE 0 TO WjournalCaisse
               IF NbClubsCaisse = 0 THEN
                   DISPLAY 'Aucun mouvement : pas de journal comptable'
               ELSE
                   PERFORM CHARGER_COMPTES_CAISSE
                   IF NbComptesManquants > 0 THEN
                       DISPLAY 'Comptes manquants : journal comptable'
                           ' non produit'
                   ELSE
                       MOVE 1 TO WjournalCaisse
                       IF NbEcartsCaisse > 0 THEN
                           DISPLAY 'Produire le journal malgre les'
                               ' ecarts ? 1 ou 0'
                           ACCEPT Wrep
                           IF Wrep NOT = 1 THEN
                               MOVE 0 TO WjournalCaisse
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WjournalCaisse = 1 THEN
                   PERFORM PRODUIRE_JOURNAL_COMPTABLE
               END-IF
               PERFORM ENREGISTRER_CLOTURE_CAISSE
           END-IF.

      *=================================================================
      * cumul des mouvements de la journee TampoDateCaisse par club
      * (50 au plus) et par type
      *=================================================================
           TOTALISER_CAISSE_JOUR.
           PERFORM CHARGER_TYPES_MVT
           MOVE 0 TO NbClubsCaisse
           MOVE 0 TO NbMvtCaisse
           MOVE 0 TO TampoTotalEncCaisse
           MOVE 0 TO TampoTotalDecCaisse
           OPEN INPUT fpaiements
           MOVE TampoDateCaisse TO fpa_date
           MOVE 0 TO fpa_sequence
           MOVE 0 TO WfinCaisse
           START fpaiements KEY IS >= fpa_Mouvement
               INVALID KEY MOVE 1 TO WfinCaisse
           END-START
           IF WfinCaisse NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinCaisse
                   NOT AT END
                       IF fpa_date NOT = TampoDateCaisse THEN
                           MOVE 1 TO WfinCaisse
                       ELSE
                           PERFORM CUMULER_MOUVEMENT_CAISSE
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fpaiements
           IF NbClubsCaisse > 0 THEN
               MOVE 1 TO IndiceCaisse
               PERFORM WITH TEST AFTER UNTIL
                   IndiceCaisse > NbClubsCaisse
                   MOVE TCa_idEq(IndiceCaisse) TO TampoIdEquipeDom
                   PERFORM TROUVER_NOM_EQUIPE_PAR_ID
                   MOVE TampoNomEquipeTrouve TO TCa_nomEq(IndiceCaisse)
                   COMPUTE IndiceCaisse = IndiceCaisse + 1
               END-PERFORM
           END-IF.

           CUMULER_MOUVEMENT_CAISSE.
           COMPUTE NbMvtCaisse = NbMvtCaisse + 1
           MOVE 0 TO IndiceTypeCaisse
           MOVE 1 TO IndiceCaisse
           PERFORM WITH TEST AFTER UNTIL IndiceCaisse > 4
               IF TTM_type(IndiceCaisse) = fpa_type THEN
                   MOVE IndiceCaisse TO IndiceTypeCaisse
               END-IF
               COMPUTE IndiceCaisse = IndiceCaisse + 1
           END-PERFORM
           IF IndiceTypeCaisse = 0 THEN
               DISPLAY 'Mouvement 'fpa_sequence' de type inconnu '
                   fpa_type' ignore'
           ELSE
               MOVE 0 TO Wtrouve3
               MOVE 1 TO IndiceCaisse
               PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR
                   IndiceCaisse > NbClubsCaisse
                   IF NbClubsCaisse > 0 AND
                       TCa_idEq(IndiceCaisse) = fpa_idEquipe THEN
                       MOVE 1 TO Wtrouve3
                   ELSE
                       COMPUTE IndiceCaisse = IndiceCaisse + 1
                   END-IF
               END-PERFORM
               IF Wtrouve3 = 0 AND NbClubsCaisse < 50 THEN
                   COMPUTE NbClubsCaisse = NbClubsCaisse + 1
                   MOVE NbClubsCaisse TO IndiceCaisse
                   MOVE fpa_idEquipe TO TCa_idEq(IndiceCaisse)
                   MOVE SPACES TO TCa_compte(IndiceCaisse)
                   MOVE 0 TO TCa_nb(IndiceCaisse, 1)
                   MOVE 0 TO TCa_nb(IndiceCaisse, 2)
                   MOVE 0 TO TCa_nb(IndiceCaisse, 3)
                   MOVE 0 TO TCa_nb(IndiceCaisse, 4)
                   MOVE 0 TO TCa_montant(IndiceCaisse, 1)
                   MOVE 0 TO TCa_montant(IndiceCaisse, 2)
                   MOVE 0 TO TCa_montant(IndiceCaisse, 3)
                   MOVE 0 TO TCa_montant(IndiceCaisse, 4)
                   MOVE 1 TO Wtrouve3
               END-IF
               IF Wtrouve3 = 0 THEN
                   DISPLAY 'ATTENTION: plus de 50 clubs, mouvement '
                       fpa_sequence' ignore'
               ELSE
                   COMPUTE TCa_nb(IndiceCaisse, IndiceTypeCaisse) =
                       TCa_nb(IndiceCaisse, IndiceTypeCaisse) + 1
                   ADD fpa_montant TO
                       TCa_montant(IndiceCaisse, IndiceTypeCaisse)
                   IF fpa_sens = 'E' THEN
                       ADD fpa_montant TO TampoTotalEncCaisse
                   ELSE
                       ADD fpa_montant TO TampoTotalDecCaisse
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3.

           AFFICHER_TOTAUX_CAISSE.
           DISPLAY '--- CAISSE DU 'TampoDateCaisse' : 'NbMvtCaisse
               ' mouvement(s) ---'
           IF NbClubsCaisse > 0 THEN
               MOVE 1 TO IndiceCaisse
               PERFORM WITH TEST AFTER UNTIL
                   IndiceCaisse > NbClubsCaisse
                   DISPLAY TCa_nomEq(IndiceCaisse)' ('
                       TCa_idEq(IndiceCaisse)') :'
                   MOVE 1 TO IndiceTypeCaisse
                   PERFORM WITH TEST AFTER UNTIL IndiceTypeCaisse > 4
                       IF TCa_nb(IndiceCaisse, IndiceTypeCaisse) > 0
                           THEN
                           MOVE TCa_montant(IndiceCaisse,
                               IndiceTypeCaisse) TO
                               TampoMontantCaisseAff
                           DISPLAY '   'TTM_type(IndiceTypeCaisse)' '
                               TCa_nb(IndiceCaisse, IndiceTypeCaisse)
                               ' : 'TampoMontantCaisseAff
                       END-IF
                       COMPUTE IndiceTypeCaisse = IndiceTypeCaisse + 1
                   END-PERFORM
                   COMPUTE IndiceCaisse = IndiceCaisse + 1
               END-PERFORM
           END-IF
           MOVE TampoTotalEncCaisse TO TampoMontantCaisseAff
           DISPLAY 'Total encaissements : 'TampoMontantCaisseAff
           MOVE TampoTotalDecCaisse TO TampoMontantCaisseAff
           DISPLAY 'Total decaissements : 'TampoMontantCaisseAff
           COMPUTE TampoNetCaisse =
               TampoTotalEncCaisse - TampoTotalDecCaisse
           MOVE TampoNetCaisse TO TampoMontantCaisseAff
           DISPLAY 'Solde de la journee : 'TampoMontantCaisseAff.

      *=================================================================
      * rapprochement du journal de caisse avec l'etat des reservations
      * et des abonnements : pour chacun, le solde de ses mouvements
      * (encaissements moins decaissements, a partir de sa date de
      * creation) doit valoir son montant s'il est en cours
      * ('confirmee', 'actif') et zero sinon. Les reservations et
      * abonnements anterieurs au premier mouvement du journal ne sont
      * pas rapproches.
      *=================================================================
           RAPPROCHER_CAISSE.
           MOVE 0 TO NbEcartsCaisse
           MOVE 0 TO TampoDateDebutCaisse
           OPEN INPUT fpaiements
           READ fpaiements NEXT
               AT END CONTINUE
               NOT AT END MOVE fpa_date TO TampoDateDebutCaisse
           END-READ
           IF TampoDateDebutCaisse = 0 THEN
               DISPLAY 'Journal de caisse vide : pas de rapprochement'
           ELSE
               DISPLAY '--- RAPPROCHEMENT DEPUIS LE '
                   TampoDateDebutCaisse' ---'
               OPEN INPUT freservations
               MOVE 0 TO WfinCaisse
               PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                   READ freservations NEXT
                   AT END MOVE 1 TO WfinCaisse
                   NOT AT END
                       IF fres_dateRes >= TampoDateDebutCaisse THEN
                           PERFORM RAPPROCHER_RESERVATION_CAISSE
                       END-IF
               END-PERFORM
               CLOSE freservations
               OPEN INPUT fabonnements
               MOVE 0 TO WfinCaisse
               PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
                   READ fabonnements NEXT
                   AT END MOVE 1 TO WfinCaisse
                   NOT AT END
                       IF fab_dateAbo >= TampoDateDebutCaisse THEN
                           PERFORM RAPPROCHER_ABONNEMENT_CAISSE
                       END-IF
               END-PERFORM
               CLOSE fabonnements
               IF NbEcartsCaisse = 0 THEN
                   DISPLAY 'Rapprochement concordant.'
               ELSE
                   DISPLAY NbEcartsCaisse' ecart(s) au rapprochement'
               END-IF
           END-IF
           CLOSE fpaiements.

           RAPPROCHER_RESERVATION_CAISSE.
           IF fres_statutRes = 'confirmee' THEN
               MOVE fres_montant TO TampoAttenduCaisse
           ELSE
               MOVE 0 TO TampoAttenduCaisse
           END-IF
           MOVE fres_idVisiteur TO fpa_refVisiteur
           MOVE fres_idRenc TO fpa_refObjet
           MOVE fres_seqResa TO fpa_refSeq
           MOVE fres_dateRes TO TampoDateRefCaisse
           PERFORM SOLDER_REFERENCE_CAISSE
           IF TampoNetCaisse NOT = TampoAttenduCaisse THEN
               COMPUTE NbEcartsCaisse = NbEcartsCaisse + 1
               MOVE TampoNetCaisse TO TampoMontantCaisseAff
               DISPLAY 'Reservation 'fres_idVisiteur'/'fres_idRenc'/'
                   fres_seqResa' ('fres_statutRes') montant '
                   fres_montant' journal 'TampoMontantCaisseAff
           END-IF.

           RAPPROCHER_ABONNEMENT_CAISSE.
           IF fab_statutAbo = 'actif' THEN
               MOVE fab_montant TO TampoAttenduCaisse
           ELSE
               MOVE 0 TO TampoAttenduCaisse
           END-IF
           MOVE fab_idVisiteur TO fpa_refVisiteur
           MOVE fab_idEquipe TO fpa_refObjet
           MOVE 0 TO fpa_refSeq
           MOVE fab_dateAbo TO TampoDateRefCaisse
           PERFORM SOLDER_REFERENCE_CAISSE
           IF TampoNetCaisse NOT = TampoAttenduCaisse THEN
               COMPUTE NbEcartsCaisse = NbEcartsCaisse + 1
               MOVE TampoNetCaisse TO TampoMontantCaisseAff
               DISPLAY 'Abonnement 'fab_idVisiteur'/'fab_idEquipe
                   ' ('fab_statutAbo') montant 'fab_montant
                   ' journal 'TampoMontantCaisseAff
           END-IF.

      *=================================================================
      * solde des mouvements de la reference fpa_reference dates a
      * partir de TampoDateRefCaisse (les identifiants de rencontre sont
      * reutilises d'une saison a l'autre)
      *=================================================================
           SOLDER_REFERENCE_CAISSE.
           MOVE 0 TO TampoNetCaisse
           MOVE 0 TO WfinMvt
           START fpaiements KEY IS = fpa_reference
               INVALID KEY MOVE 1 TO WfinMvt
           END-START
           IF WfinMvt NOT = 1 THEN
               MOVE fpa_reference TO TampoRefCaisse
               PERFORM WITH TEST AFTER UNTIL WfinMvt = 1
                   READ fpaiements NEXT
                   AT END MOVE 1 TO WfinMvt
                   NOT AT END
                       IF fpa_reference NOT = TampoRefCaisse THEN
                           MOVE 1 TO WfinMvt
                       ELSE
                           IF fpa_date >= TampoDateRefCaisse THEN
                               IF fpa_sens = 'E' THEN
                                   ADD fpa_montant TO TampoNetCaisse
                               ELSE
                                   SUBTRACT fpa_montant FROM
                                       TampoNetCaisse
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
           END-IF.

      *=================================================================
      * compte de tresorerie (club 0) et compte de chaque club de la
      * journee ; les comptes manquants sont listes
      *=================================================================
           CHARGER_COMPTES_CAISSE.
           MOVE 0 TO NbComptesManquants
           OPEN INPUT fcomptesclubs
           MOVE 0 TO fcc_idEquipe
           READ fcomptesclubs
               INVALID KEY
                   MOVE SPACES TO TampoCompteTresorerie
               NOT INVALID KEY
                   MOVE fcc_compte TO TampoCompteTresorerie
           END-READ
           IF TampoCompteTresorerie = SPACES THEN
               COMPUTE NbComptesManquants = NbComptesManquants + 1
               DISPLAY 'Compte de tresorerie (club 0) non defini'
           END-IF
           MOVE 1 TO IndiceCaisse
           PERFORM WITH TEST AFTER UNTIL IndiceCaisse > NbClubsCaisse
               MOVE TCa_idEq(IndiceCaisse) TO fcc_idEquipe
               READ fcomptesclubs
                   INVALID KEY
                       MOVE SPACES TO TCa_compte(IndiceCaisse)
                   NOT INVALID KEY
                       MOVE fcc_compte TO TCa_compte(IndiceCaisse)
               END-READ
               IF TCa_compte(IndiceCaisse) = SPACES THEN
                   COMPUTE NbComptesManquants = NbComptesManquants + 1
                   DISPLAY 'Compte non defini pour le club '
                       TCa_idEq(IndiceCaisse)' '
                       TCa_nomEq(IndiceCaisse)
               END-IF
               COMPUTE IndiceCaisse = IndiceCaisse + 1
           END-PERFORM
           CLOSE fcomptesclubs.

      *=================================================================
      * journal comptable BIL : une piece par club et par type de
      * mouvement, en deux lignes equilibrees (tresorerie au debit et
      * club au credit pour un encaissement, l'inverse pour un
      * decaissement)
      *=================================================================
           PRODUIRE_JOURNAL_COMPTABLE.
           MOVE SPACES TO TampoNomJournal
           STRING 'journalCompta_' TampoDateCaisse '.txt'
               DELIMITED BY SIZE INTO TampoNomJournal
           END-STRING
           MOVE 0 TO TampoPieceJournal
           MOVE 0 TO NbLignesJournal
           OPEN OUTPUT fjournalcpt
           IF fjournalcpt_stat NOT = 0 THEN
               DISPLAY 'Creation de 'TampoNomJournal
                   ' impossible (statut 'fjournalcpt_stat')'
               MOVE 0 TO WjournalCaisse
           ELSE
               MOVE 1 TO IndiceCaisse
               PERFORM WITH TEST AFTER UNTIL
                   IndiceCaisse > NbClubsCaisse
                   MOVE 1 TO IndiceTypeCaisse
                   PERFORM WITH TEST AFTER UNTIL IndiceTypeCaisse > 4
                       IF TCa_montant(IndiceCaisse, IndiceTypeCaisse)
                           > 0 THEN
                           PERFORM ECRIRE_PIECE_JOURNAL
                       END-IF
                       COMPUTE IndiceTypeCaisse = IndiceTypeCaisse + 1
                   END-PERFORM
                   COMPUTE IndiceCaisse = IndiceCaisse + 1
               END-PERFORM
               CLOSE fjournalcpt
               DISPLAY TampoNomJournal' : 'NbLignesJournal
                   ' ligne(s), 'TampoPieceJournal' piece(s)'
           END-IF.

           ECRIRE_PIECE_JOURNAL.
           COMPUTE TampoPieceJournal = TampoPieceJournal + 1
           MOVE SPACES TO TampoLibelleJournal
           STRING TTM_type(IndiceTypeCaisse) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               TCa_nomEq(IndiceCaisse) DELIMITED BY SIZE
               INTO TampoLibelleJournal
           END-STRING
           IF TTM_sens(IndiceTypeCaisse) = 'E' THEN
               MOVE TampoCompteTresorerie TO TampoCompteSaisi
               MOVE TCa_montant(IndiceCaisse, IndiceTypeCaisse) TO
                   TampoDebitJournal
               MOVE 0 TO TampoCreditJournal
               PERFORM ECRIRE_LIGNE_JOURNAL
               MOVE TCa_compte(IndiceCaisse) TO TampoCompteSaisi
               MOVE 0 TO TampoDebitJournal
               MOVE TCa_montant(IndiceCaisse, IndiceTypeCaisse) TO
                   TampoCreditJournal
               PERFORM ECRIRE_LIGNE_JOURNAL
           ELSE
               MOVE TCa_compte(IndiceCaisse) TO TampoCompteSaisi
               MOVE TCa_montant(IndiceCaisse, IndiceTypeCaisse) TO
                   TampoDebitJournal
               MOVE 0 TO TampoCreditJournal
               PERFORM ECRIRE_LIGNE_JOURNAL
               MOVE TampoCompteTresorerie TO TampoCompteSaisi
               MOVE 0 TO TampoDebitJournal
               MOVE TCa_montant(IndiceCaisse, IndiceTypeCaisse) TO
                   TampoCreditJournal
               PERFORM ECRIRE_LIGNE_JOURNAL
           END-IF.

           ECRIRE_LIGNE_JOURNAL.
           MOVE SPACES TO journalCptLigne
           STRING 'BIL;' TampoDateCaisse ';' TampoDateCaisse
               TampoPieceJournal ';' TampoCompteSaisi ';'
               TampoLibelleJournal ';' TampoDebitJournal ';'
               TampoCreditJournal
               DELIMITED BY SIZE INTO journalCptLigne
           END-STRING
           WRITE journalCptLigne END-WRITE
           COMPUTE NbLignesJournal = NbLignesJournal + 1.

           ENREGISTRER_CLOTURE_CAISSE.
           OPEN I-O fcloturescaisse
           MOVE TampoDateCaisse TO fcl_date
           READ fcloturescaisse
               INVALID KEY
                   PERFORM REMPLIR_CLOTURE_CAISSE
                   WRITE cloturesCaisseTampon END-WRITE
               NOT INVALID KEY
                   PERFORM REMPLIR_CLOTURE_CAISSE
                   REWRITE cloturesCaisseTampon END-REWRITE
           END-READ
           CLOSE fcloturescaisse
           DISPLAY 'Journee de caisse 'TampoDateCaisse' cloturee.'.

           REMPLIR_CLOTURE_CAISSE.
           MOVE NbMvtCaisse TO fcl_nbMouvements
           MOVE TampoTotalEncCaisse TO fcl_totalEnc
           MOVE TampoTotalDecCaisse TO fcl_totalDec
           MOVE NbEcartsCaisse TO fcl_nbEcarts
           IF WjournalCaisse = 1 THEN
               MOVE 'O' TO fcl_journal
           ELSE
               MOVE 'N' TO fcl_journal
           END-IF
           MOVE TampoAdminLogin TO fcl_modifPar
           MOVE TampoDateAudit TO fcl_dateModif.

           AFFICHER_CLOTURES_CAISSE.
           DISPLAY '--- CLOTURES DE CAISSE ---'
           OPEN INPUT fcloturescaisse
           MOVE 0 TO WfinCaisse
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
               READ fcloturescaisse NEXT
               AT END MOVE 1 TO WfinCaisse
               NOT AT END
                   COMPUTE TampoNetCaisse = fcl_totalEnc - fcl_totalDec
                   MOVE TampoNetCaisse TO TampoMontantCaisseAff
                   DISPLAY fcl_date' : 'fcl_nbMouvements' mvt, solde '
                       TampoMontantCaisseAff', ecarts 'fcl_nbEcarts
                       ', journal 'fcl_journal' ('fcl_modifPar')'
           END-PERFORM
           CLOSE fcloturescaisse.

      *=================================================================
      * comptes comptables : liste, puis saisie ou modification du
      * compte d'un club (club 0 : compte de tresorerie)
      *=================================================================
           MENU_COMPTES_CLUBS.
           DISPLAY '--- COMPTES COMPTABLES ---'
           OPEN INPUT fcomptesclubs
           MOVE 0 TO WfinCaisse
           PERFORM WITH TEST AFTER UNTIL WfinCaisse = 1
               READ fcomptesclubs NEXT
               AT END MOVE 1 TO WfinCaisse
               NOT AT END
                   DISPLAY fcc_idEquipe' : 'fcc_compte
           END-PERFORM
           CLOSE fcomptesclubs
           DISPLAY 'Club a modifier (0 tresorerie, 999999 retour) '
           ACCEPT TampoIdEquipeDom
           IF TampoIdEquipeDom NOT = 999999 THEN
               MOVE 'tresorerie' TO TampoNomEquipeTrouve
               IF TampoIdEquipeDom NOT = 0 THEN
                   PERFORM TROUVER_NOM_EQUIPE_PAR_ID
               END-IF
               IF TampoNomEquipeTrouve = SPACES THEN
                   DISPLAY 'Club inconnu !'
               ELSE
                   DISPLAY 'Compte pour 'TampoNomEquipeTrouve' '
                   ACCEPT TampoCompteSaisi
                   PERFORM ENREGISTRER_COMPTE_CLUB
               END-IF
           END-IF.

           ENREGISTRER_COMPTE_CLUB.
           OPEN I-O fcomptesclubs
           MOVE TampoIdEquipeDom TO fcc_idEquipe
           READ fcomptesclubs
               INVALID KEY
                   MOVE TampoCompteSaisi TO fcc_compte
                   MOVE TampoAdminLogin TO fcc_modifPar
                   MOVE TampoDateAudit TO fcc_dateModif
                   WRITE comptesClubsTampon END-WRITE
               NOT INVALID KEY
                   MOVE TampoCompteSaisi TO fcc_compte
                   MOVE TampoAdminLogin TO fcc_modifPar
                   MOVE TampoDateAudit TO fcc_dateModif
                   REWRITE comptesClubsTampon END-REWRITE
           END-READ
           CLOSE fcomptesclubs
           DISPLAY 'Compte enregistre.'.
