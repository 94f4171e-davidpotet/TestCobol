      *=================================================================
      * sauvegarde et restauration de tous les fichiers indexes du
      * programme : chaque fichier est decharge dans une sauvegarde
      * sequentielle datee sauvegardeL1_aaaammjj.dat (une par jour, la
      * derniere prise du jour remplace la precedente) :
      *   E  entete : date, heure et auteur de la sauvegarde
      *   D  un enregistrement du fichier, tel quel
      *   C  controle du fichier : nombre d'enregistrements et total
      *      de controle d'une zone numerique du fichier (identifiant,
      *      montant ou capacite selon le fichier)
      *   Z  fin : nombre total d'enregistrements et de fichiers
      * Une sauvegarde sans enregistrement Z ou dont un fichier n'a pas
      * autant de lignes D que son controle C est incomplete : elle ne
      * compte pas comme sauvegarde du jour et n'est pas restauree.
      * La restauration recharge chaque fichier depuis ses lignes D
      * puis le relit et compare nombres et totaux au controle C.
      * compteurNotifications.dat n'est volontairement pas sauvegarde :
      * restaure, il ferait repartir la numerotation des notifications
      * en arriere et le prestataire ignorerait les nouveaux messages.
      *=================================================================
           MENU_SAUVEGARDES.
           PERFORM WITH TEST AFTER UNTIL WchoixSauvegarde < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Sauvegarder tous les fichiers                 *'
           DISPLAY
           '* 2 - Verifier une sauvegarde                       *'
           DISPLAY
           '* 3 - Restaurer une sauvegarde                      *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixSauvegarde
           EVALUATE WchoixSauvegarde
           WHEN 1
               PERFORM SAUVEGARDER_FICHIERS
           WHEN 2
               PERFORM SAISIR_DATE_SAUVEGARDE
               PERFORM VERIFIER_SAUVEGARDE
           WHEN 3
               PERFORM RESTAURER_SAUVEGARDE
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixSauvegarde.

      *=================================================================
      * nom de la sauvegarde de la date TampoDateSauvegarde
      *=================================================================
           NOMMER_SAUVEGARDE.
           MOVE SPACES TO TampoNomSauvegarde
           STRING 'sauvegardeL1_' TampoDateSauvegarde '.dat'
               DELIMITED BY SIZE INTO TampoNomSauvegarde
           END-STRING.

           SAISIR_DATE_SAUVEGARDE.
           DISPLAY 'Date de la sauvegarde (aaaammjj) '
           ACCEPT TampoDateSauvegarde
           PERFORM NOMMER_SAUVEGARDE.

      *=================================================================
      * sauvegarde du jour de tous les fichiers indexes
      *=================================================================
           SAUVEGARDER_FICHIERS.
           MOVE TampoDateAudit TO TampoDateSauvegarde
           PERFORM NOMMER_SAUVEGARDE
           OPEN OUTPUT fsauvegarde
           IF fsauvegarde_stat NOT = 0 THEN
               DISPLAY 'Creation de 'TampoNomSauvegarde
                   ' impossible (statut 'fsauvegarde_stat')'
           ELSE
               ACCEPT TampoHeureSauvegarde FROM TIME
               MOVE SPACES TO sauvegardeTampon
               MOVE 'E' TO svg_type
               MOVE 'LIGUE1' TO svg_fichier
               MOVE 0 TO svg_nbEnreg
               MOVE 0 TO svg_totalCtl
               MOVE TampoDateSauvegarde TO svg_dateSvg
               MOVE TampoHeureSauvegarde TO svg_heureSvg
               MOVE TampoAdminLogin TO svg_auteurSvg
               WRITE sauvegardeTampon END-WRITE
               MOVE 1 TO WmodeSvg
               MOVE 0 TO NbFichiersSvg
               MOVE 0 TO NbEnregTotalSvg
               PERFORM DECHARGER_TOUS_FICHIERS
               MOVE SPACES TO sauvegardeTampon
               MOVE 'Z' TO svg_type
               MOVE 'LIGUE1' TO svg_fichier
               MOVE NbEnregTotalSvg TO svg_nbEnreg
               MOVE NbFichiersSvg TO svg_totalCtl
               MOVE TampoDateSauvegarde TO svg_dateSvg
               MOVE TampoHeureSauvegarde TO svg_heureSvg
               MOVE TampoAdminLogin TO svg_auteurSvg
               WRITE sauvegardeTampon END-WRITE
               CLOSE fsauvegarde
               DISPLAY TampoNomSauvegarde' : 'NbFichiersSvg
                   ' fichier(s), 'NbEnregTotalSvg' enregistrement(s)'
           END-IF.

      *=================================================================
      * un fichier decharge (WmodeSvg = 1) ou relu apres restauration
      * (WmodeSvg = 0) : TampoFichierSvg nomme le fichier, chaque
      * enregistrement est passe dans TampoDonneesSvg avec sa zone de
      * controle dans TampoCleSvg
      *=================================================================
           DEBUTER_FICHIER_SVG.
           MOVE 0 TO NbEnregSvg
           MOVE 0 TO TampoTotalSvg.

           COMPTER_ENREG_SVG.
           COMPUTE NbEnregSvg = NbEnregSvg + 1
           COMPUTE TampoTotalSvg = TampoTotalSvg + TampoCleSvg
           IF WmodeSvg = 1 THEN
               MOVE SPACES TO sauvegardeTampon
               MOVE 'D' TO svg_type
               MOVE TampoFichierSvg TO svg_fichier
               MOVE TampoDonneesSvg TO svg_donnees
               WRITE sauvegardeTampon END-WRITE
           END-IF.

           TERMINER_FICHIER_SVG.
           PERFORM CHERCHER_FICHIER_SVG
           MOVE TampoTotalSvg TO TampoTotalSvgAff
           IF WmodeSvg = 1 THEN
               MOVE SPACES TO sauvegardeTampon
               MOVE 'C' TO svg_type
               MOVE TampoFichierSvg TO svg_fichier
               MOVE NbEnregSvg TO svg_nbEnreg
               MOVE TampoTotalSvg TO svg_totalCtl
               MOVE TampoDateSauvegarde TO svg_dateSvg
               MOVE TampoHeureSauvegarde TO svg_heureSvg
               MOVE TampoAdminLogin TO svg_auteurSvg
               WRITE sauvegardeTampon END-WRITE
               MOVE NbEnregSvg TO TabSvgNbAttendu(IndiceSvg)
               MOVE TampoTotalSvg TO TabSvgTotAttendu(IndiceSvg)
               COMPUTE NbEnregTotalSvg = NbEnregTotalSvg + NbEnregSvg
               DISPLAY TampoFichierSvg' 'NbEnregSvg
                   ' enreg. total 'TampoTotalSvgAff
           ELSE
               MOVE NbEnregSvg TO TabSvgNbLu(IndiceSvg)
               MOVE TampoTotalSvg TO TabSvgTotLu(IndiceSvg)
           END-IF.

      *=================================================================
      * rang IndiceSvg de TampoFichierSvg dans la table des controles,
      * ajoute a la suite s'il n'y figure pas encore
      *=================================================================
           CHERCHER_FICHIER_SVG.
           MOVE 0 TO WtrouveSvg
           MOVE 1 TO IndiceSvg
           IF NbFichiersSvg > 0 THEN
               PERFORM WITH TEST AFTER UNTIL
                   IndiceSvg > NbFichiersSvg OR WtrouveSvg = 1
                   IF TabSvgFichier(IndiceSvg) = TampoFichierSvg THEN
                       MOVE 1 TO WtrouveSvg
                   ELSE
                       COMPUTE IndiceSvg = IndiceSvg + 1
                   END-IF
               END-PERFORM
           END-IF
           IF WtrouveSvg = 0 AND NbFichiersSvg < 40 THEN
               COMPUTE NbFichiersSvg = NbFichiersSvg + 1
               MOVE NbFichiersSvg TO IndiceSvg
               MOVE TampoFichierSvg TO TabSvgFichier(IndiceSvg)
               MOVE 0 TO TabSvgNbAttendu(IndiceSvg)
               MOVE 0 TO TabSvgTotAttendu(IndiceSvg)
               MOVE 0 TO TabSvgNbDonnees(IndiceSvg)
               MOVE 0 TO TabSvgNbLu(IndiceSvg)
               MOVE 0 TO TabSvgTotLu(IndiceSvg)
           END-IF.

      *=================================================================
      * relit la sauvegarde TampoNomSauvegarde sans rien modifier :
      * WsauvegardeValide = 1 si elle est complete (entete, fin, et
      * pour chaque fichier autant de lignes que son controle)
      *=================================================================
           VERIFIER_SAUVEGARDE.
           MOVE 0 TO WsauvegardeValide
           MOVE 0 TO WfinSauvegarde
           MOVE 0 TO NbFichiersSvg
           MOVE 0 TO NbEcartsSvg
           MOVE 0 TO NbFichiersFinSvg
           OPEN INPUT fsauvegarde
           IF fsauvegarde_stat NOT = 0 THEN
               DISPLAY TampoNomSauvegarde' introuvable !'
           ELSE
               MOVE 0 TO WfinLectureSvg
               PERFORM WITH TEST AFTER UNTIL WfinLectureSvg = 1
                   READ fsauvegarde
                   AT END MOVE 1 TO WfinLectureSvg
                   NOT AT END
                       PERFORM CONTROLER_LIGNE_SAUVEGARDE
               END-PERFORM
               CLOSE fsauvegarde
               IF NbFichiersSvg > 0 THEN
                   MOVE 1 TO IndiceSvg
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceSvg > NbFichiersSvg
                       MOVE TabSvgTotAttendu(IndiceSvg) TO
                           TampoTotalSvgAff
                       IF TabSvgNbDonnees(IndiceSvg) NOT =
                           TabSvgNbAttendu(IndiceSvg) THEN
                           COMPUTE NbEcartsSvg = NbEcartsSvg + 1
                           DISPLAY TabSvgFichier(IndiceSvg)' controle '
                               TabSvgNbAttendu(IndiceSvg)' lu '
                               TabSvgNbDonnees(IndiceSvg)' ECART'
                       ELSE
                           DISPLAY TabSvgFichier(IndiceSvg)' '
                               TabSvgNbAttendu(IndiceSvg)
                               ' enreg. total 'TampoTotalSvgAff
                       END-IF
                       COMPUTE IndiceSvg = IndiceSvg + 1
                   END-PERFORM
               END-IF
               IF WfinSauvegarde = 0 OR
                   NbFichiersFinSvg NOT = NbFichiersSvg THEN
                   DISPLAY 'Sauvegarde incomplete (fin absente ou'
                       ' fichiers manquants) !'
               ELSE
                   IF NbEcartsSvg > 0 THEN
                       DISPLAY 'Sauvegarde incoherente : 'NbEcartsSvg
                           ' fichier(s) en ecart !'
                   ELSE
                       MOVE 1 TO WsauvegardeValide
                       DISPLAY 'Sauvegarde complete.'
                   END-IF
               END-IF
           END-IF.

           CONTROLER_LIGNE_SAUVEGARDE.
           EVALUATE svg_type
           WHEN 'E'
               IF svg_fichier NOT = 'LIGUE1' THEN
                   DISPLAY 'Ce n est pas une sauvegarde Ligue 1 !'
                   MOVE 1 TO WfinLectureSvg
               ELSE
                   DISPLAY 'Sauvegarde du 'svg_dateSvg' a '
                       svg_heureSvg' par 'svg_auteurSvg
               END-IF
           WHEN 'D'
               MOVE svg_fichier TO TampoFichierSvg
               PERFORM CHERCHER_FICHIER_SVG
               COMPUTE TabSvgNbDonnees(IndiceSvg) =
                   TabSvgNbDonnees(IndiceSvg) + 1
           WHEN 'C'
               MOVE svg_fichier TO TampoFichierSvg
               PERFORM CHERCHER_FICHIER_SVG
               MOVE svg_nbEnreg TO TabSvgNbAttendu(IndiceSvg)
               MOVE svg_totalCtl TO TabSvgTotAttendu(IndiceSvg)
           WHEN 'Z'
               MOVE 1 TO WfinSauvegarde
               MOVE svg_totalCtl TO NbFichiersFinSvg
           END-EVALUATE.

      *=================================================================
      * restauration d'une sauvegarde complete : chaque fichier est
      * vide puis recharge, relu et rapproche de son controle
      *=================================================================
           RESTAURER_SAUVEGARDE.
           PERFORM SAISIR_DATE_SAUVEGARDE
           PERFORM VERIFIER_SAUVEGARDE
           IF WsauvegardeValide = 0 THEN
               DISPLAY 'Restauration refusee.'
           ELSE
               DISPLAY 'ATTENTION : tous les fichiers vont etre'
               DISPLAY 'remplaces par le contenu de la sauvegarde.'
               DISPLAY 'Confirmer la restauration ? 1 ou 0'
               ACCEPT Wrep
               IF Wrep NOT = 1 THEN
                   DISPLAY 'Restauration abandonnee.'
               ELSE
                   PERFORM RECHARGER_SAUVEGARDE
                   MOVE 0 TO WmodeSvg
                   PERFORM DECHARGER_TOUS_FICHIERS
                   PERFORM RAPPROCHER_RESTAURATION
               END-IF
           END-IF.

           RECHARGER_SAUVEGARDE.
           MOVE SPACES TO TampoFichierOuvert
           OPEN INPUT fsauvegarde
           MOVE 0 TO WfinLectureSvg
           PERFORM WITH TEST AFTER UNTIL WfinLectureSvg = 1
               READ fsauvegarde
               AT END MOVE 1 TO WfinLectureSvg
               NOT AT END
                   IF svg_type = 'D' OR svg_type = 'C' THEN
                       IF svg_fichier NOT = TampoFichierOuvert THEN
                           IF TampoFichierOuvert NOT = SPACES THEN
                               PERFORM FERMER_FICHIER_RST
                           END-IF
                           MOVE svg_fichier TO TampoFichierOuvert
                           PERFORM OUVRIR_FICHIER_RST
                       END-IF
                       IF svg_type = 'D' THEN
                           PERFORM ECRIRE_FICHIER_RST
                       END-IF
                   END-IF
           END-PERFORM
           IF TampoFichierOuvert NOT = SPACES THEN
               PERFORM FERMER_FICHIER_RST
           END-IF
           CLOSE fsauvegarde.

      *=================================================================
      * nombres et totaux relus apres rechargement contre le controle
      *=================================================================
           RAPPROCHER_RESTAURATION.
           MOVE 0 TO NbEcartsSvg
           MOVE 1 TO IndiceSvg
           PERFORM WITH TEST AFTER UNTIL IndiceSvg > NbFichiersSvg
               IF TabSvgNbLu(IndiceSvg) NOT =
                   TabSvgNbAttendu(IndiceSvg) OR
                   TabSvgTotLu(IndiceSvg) NOT =
                   TabSvgTotAttendu(IndiceSvg) THEN
                   COMPUTE NbEcartsSvg = NbEcartsSvg + 1
                   DISPLAY TabSvgFichier(IndiceSvg)' attendu '
                       TabSvgNbAttendu(IndiceSvg)' recharge '
                       TabSvgNbLu(IndiceSvg)' ECART'
               ELSE
                   DISPLAY TabSvgFichier(IndiceSvg)' '
                       TabSvgNbLu(IndiceSvg)' enreg. recharge(s) OK'
               END-IF
               COMPUTE IndiceSvg = IndiceSvg + 1
           END-PERFORM
           IF NbEcartsSvg = 0 THEN
               DISPLAY 'Restauration terminee, controles concordants.'
           ELSE
               DISPLAY 'Restauration terminee avec 'NbEcartsSvg
                   ' fichier(s) en ecart !'
           END-IF.

      *=================================================================
      * WsauvegardeJour = 1 si une sauvegarde complete a ete prise
      * aujourd'hui ; exigee avant la cloture de saison et les imports
      *=================================================================
           CONTROLER_SAUVEGARDE_JOUR.
           MOVE 0 TO WsauvegardeJour
           MOVE TampoDateAudit TO TampoDateSauvegarde
           PERFORM NOMMER_SAUVEGARDE
           PERFORM VERIFIER_SAUVEGARDE
           IF WsauvegardeValide = 1 THEN
               MOVE 1 TO WsauvegardeJour
           ELSE
               DISPLAY 'Aucune sauvegarde complete des fichiers prise'
                   ' aujourd hui :'
               DISPLAY 'la faire d abord (menu administrateur,'
                   ' option 21).'
           END-IF.

      *=================================================================
      * dechargement (ou relecture) de chaque fichier indexe
      *=================================================================
           DECHARGER_TOUS_FICHIERS.
           PERFORM SVG_VISITEURS
           PERFORM SVG_ACTIONS
           PERFORM SVG_ARBITRES
           PERFORM SVG_JOUEURS
           PERFORM SVG_EQUIPES
           PERFORM SVG_STADES
           PERFORM SVG_RENCONTRES
           PERFORM SVG_ADMINISTRATEURS
           PERFORM SVG_RESERVATIONS
           PERFORM SVG_AFFECTATIONS
           PERFORM SVG_SUSPENSIONS
           PERFORM SVG_HISTORIQUES
           PERFORM SVG_TARIFS
           PERFORM SVG_ZONES
           PERFORM SVG_BAREME_ARB
           PERFORM SVG_ABONNEMENTS
           PERFORM SVG_ATTENTES
           PERFORM SVG_TRANSFERTS
           PERFORM SVG_FENETRES
           PERFORM SVG_REPRISE_STATS
           PERFORM SVG_REPRISE_BATCH
           PERFORM SVG_COMPOSITIONS
           PERFORM SVG_INDISPOS
           PERFORM SVG_SANCTIONS
           PERFORM SVG_PRONOSTICS
           PERFORM SVG_PAIEMENTS
           PERFORM SVG_COMPTES_CLUBS
           PERFORM SVG_CLOTURES_CAISSE.

           SVG_VISITEURS.
           MOVE 'fvisiteurs.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fvisiteurs
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fvisiteurs NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE fvisiteursTampon TO TampoDonneesSvg
                   MOVE fv_id TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fvisiteurs
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ACTIONS.
           MOVE 'actions.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT factions
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ factions NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE actionsTampon TO TampoDonneesSvg
                   MOVE fac_idAc TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE factions
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ARBITRES.
           MOVE 'arbitres.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT farbitres
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ farbitres NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE arbitresTampon TO TampoDonneesSvg
                   MOVE fa_idArb TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE farbitres
           PERFORM TERMINER_FICHIER_SVG.

           SVG_JOUEURS.
           MOVE 'joueurs.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fjoueurs
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fjoueurs NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE joueursTampon TO TampoDonneesSvg
                   MOVE fj_idJou TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fjoueurs
           PERFORM TERMINER_FICHIER_SVG.

           SVG_EQUIPES.
           MOVE 'equipes.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fequipes
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fequipes NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE equipesTampon TO TampoDonneesSvg
                   MOVE fe_idEquipe TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fequipes
           PERFORM TERMINER_FICHIER_SVG.

           SVG_STADES.
           MOVE 'stades.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fstades
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fstades NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE stadesTampon TO TampoDonneesSvg
                   MOVE fs_capaciteStade TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fstades
           PERFORM TERMINER_FICHIER_SVG.

           SVG_RENCONTRES.
           MOVE 'rencontres.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT frencontres
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ frencontres NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE rencontresTampon TO TampoDonneesSvg
                   MOVE fr_idRenc TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE frencontres
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ADMINISTRATEURS.
           MOVE 'administrateurs.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fadministrateurs
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fadministrateurs NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE administrateurTampon TO TampoDonneesSvg
                   MOVE fa_dateModifAdm TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fadministrateurs
           PERFORM TERMINER_FICHIER_SVG.

           SVG_RESERVATIONS.
           MOVE 'reservations.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT freservations
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ freservations NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE reservationsTampon TO TampoDonneesSvg
                   MOVE fres_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE freservations
           PERFORM TERMINER_FICHIER_SVG.

           SVG_AFFECTATIONS.
           MOVE 'affectations.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT faffectations
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ faffectations NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE affectationsTampon TO TampoDonneesSvg
                   MOVE faf_honoraires TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE faffectations
           PERFORM TERMINER_FICHIER_SVG.

           SVG_SUSPENSIONS.
           MOVE 'suspensions.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fsuspensions
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fsuspensions NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE suspensionsTampon TO TampoDonneesSvg
                   MOVE fsu_idRenc TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fsuspensions
           PERFORM TERMINER_FICHIER_SVG.

           SVG_HISTORIQUES.
           MOVE 'histoSaisons.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fhistoriques
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fhistoriques NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE historiquesTampon TO TampoDonneesSvg
                   MOVE fh_sequence TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fhistoriques
           PERFORM TERMINER_FICHIER_SVG.

           SVG_TARIFS.
           MOVE 'tarifs.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT ftarifs
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ ftarifs NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE tarifsTampon TO TampoDonneesSvg
                   MOVE ft_tarifNormal TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE ftarifs
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ZONES.
           MOVE 'zones.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fzones
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fzones NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE zonesTampon TO TampoDonneesSvg
                   MOVE fz_capacite TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fzones
           PERFORM TERMINER_FICHIER_SVG.

           SVG_BAREME_ARB.
           MOVE 'baremeArbitres.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fbaremearb
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fbaremearb NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE baremeArbTampon TO TampoDonneesSvg
                   MOVE fba_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fbaremearb
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ABONNEMENTS.
           MOVE 'abonnements.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fabonnements
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fabonnements NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE abonnementsTampon TO TampoDonneesSvg
                   MOVE fab_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fabonnements
           PERFORM TERMINER_FICHIER_SVG.

           SVG_ATTENTES.
           MOVE 'attentes.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fattentes
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fattentes NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE attentesTampon TO TampoDonneesSvg
                   MOVE fat_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fattentes
           PERFORM TERMINER_FICHIER_SVG.

           SVG_TRANSFERTS.
           MOVE 'transferts.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT ftransferts
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ ftransferts NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE transfertsTampon TO TampoDonneesSvg
                   MOVE ftr_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE ftransferts
           PERFORM TERMINER_FICHIER_SVG.

           SVG_FENETRES.
           MOVE 'fenetres.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT ffenetres
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ ffenetres NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE fenetresTampon TO TampoDonneesSvg
                   MOVE fen_fin TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE ffenetres
           PERFORM TERMINER_FICHIER_SVG.

           SVG_REPRISE_STATS.
           MOVE 'repriseStats.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT freprise
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ freprise NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE repriseTampon TO TampoDonneesSvg
                   MOVE rep_nbMaj TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE freprise
           PERFORM TERMINER_FICHIER_SVG.

           SVG_REPRISE_BATCH.
           MOVE 'repriseBatch.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT frepbatch
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ frepbatch NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE repriseBatchTampon TO TampoDonneesSvg
                   MOVE rb_derniereEtapeOk TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE frepbatch
           PERFORM TERMINER_FICHIER_SVG.

           SVG_COMPOSITIONS.
           MOVE 'compositions.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fcompositions
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fcompositions NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE compositionsTampon TO TampoDonneesSvg
                   MOVE fco_idRenc TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fcompositions
           PERFORM TERMINER_FICHIER_SVG.

           SVG_INDISPOS.
           MOVE 'indisponibilites.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT findispos
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ findispos NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE indisposTampon TO TampoDonneesSvg
                   MOVE fin_idJou TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE findispos
           PERFORM TERMINER_FICHIER_SVG.

           SVG_SANCTIONS.
           MOVE 'sanctions.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fsanctions
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fsanctions NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE sanctionsTampon TO TampoDonneesSvg
                   MOVE fsa_pointsRetires TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fsanctions
           PERFORM TERMINER_FICHIER_SVG.

           SVG_PRONOSTICS.
           MOVE 'pronostics.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fpronostics
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fpronostics NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE pronosticsTampon TO TampoDonneesSvg
                   MOVE fpr_idRenc TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fpronostics
           PERFORM TERMINER_FICHIER_SVG.

           SVG_PAIEMENTS.
           MOVE 'paiements.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fpaiements
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fpaiements NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE paiementsTampon TO TampoDonneesSvg
                   MOVE fpa_montant TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fpaiements
           PERFORM TERMINER_FICHIER_SVG.

           SVG_COMPTES_CLUBS.
           MOVE 'comptesClubs.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fcomptesclubs
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fcomptesclubs NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE comptesClubsTampon TO TampoDonneesSvg
                   MOVE fcc_idEquipe TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fcomptesclubs
           PERFORM TERMINER_FICHIER_SVG.

           SVG_CLOTURES_CAISSE.
           MOVE 'cloturesCaisse.dat' TO TampoFichierSvg
           PERFORM DEBUTER_FICHIER_SVG
           OPEN INPUT fcloturescaisse
           MOVE 0 TO WfinSvg
           PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
               READ fcloturescaisse NEXT
               AT END MOVE 1 TO WfinSvg
               NOT AT END
                   MOVE cloturesCaisseTampon TO TampoDonneesSvg
                   MOVE fcl_nbMouvements TO TampoCleSvg
                   PERFORM COMPTER_ENREG_SVG
           END-PERFORM
           CLOSE fcloturescaisse
           PERFORM TERMINER_FICHIER_SVG.

           OUVRIR_FICHIER_RST.
           EVALUATE TampoFichierOuvert
           WHEN 'fvisiteurs.dat'
               OPEN OUTPUT fvisiteurs
           WHEN 'actions.dat'
               OPEN OUTPUT factions
           WHEN 'arbitres.dat'
               OPEN OUTPUT farbitres
           WHEN 'joueurs.dat'
               OPEN OUTPUT fjoueurs
           WHEN 'equipes.dat'
               OPEN OUTPUT fequipes
           WHEN 'stades.dat'
               OPEN OUTPUT fstades
           WHEN 'rencontres.dat'
               OPEN OUTPUT frencontres
           WHEN 'administrateurs.dat'
               OPEN OUTPUT fadministrateurs
           WHEN 'reservations.dat'
               OPEN OUTPUT freservations
           WHEN 'affectations.dat'
               OPEN OUTPUT faffectations
           WHEN 'suspensions.dat'
               OPEN OUTPUT fsuspensions
           WHEN 'histoSaisons.dat'
               OPEN OUTPUT fhistoriques
           WHEN 'tarifs.dat'
               OPEN OUTPUT ftarifs
           WHEN 'zones.dat'
               OPEN OUTPUT fzones
           WHEN 'baremeArbitres.dat'
               OPEN OUTPUT fbaremearb
           WHEN 'abonnements.dat'
               OPEN OUTPUT fabonnements
           WHEN 'attentes.dat'
               OPEN OUTPUT fattentes
           WHEN 'transferts.dat'
               OPEN OUTPUT ftransferts
           WHEN 'fenetres.dat'
               OPEN OUTPUT ffenetres
           WHEN 'repriseStats.dat'
               OPEN OUTPUT freprise
           WHEN 'repriseBatch.dat'
               OPEN OUTPUT frepbatch
           WHEN 'compositions.dat'
               OPEN OUTPUT fcompositions
           WHEN 'indisponibilites.dat'
               OPEN OUTPUT findispos
           WHEN 'sanctions.dat'
               OPEN OUTPUT fsanctions
           WHEN 'pronostics.dat'
               OPEN OUTPUT fpronostics
           WHEN 'paiements.dat'
               OPEN OUTPUT fpaiements
           WHEN 'comptesClubs.dat'
               OPEN OUTPUT fcomptesclubs
           WHEN 'cloturesCaisse.dat'
               OPEN OUTPUT fcloturescaisse
           WHEN OTHER
               DISPLAY 'Fichier inconnu ignore : 'TampoFichierOuvert
           END-EVALUATE.

           ECRIRE_FICHIER_RST.
           EVALUATE TampoFichierOuvert
           WHEN 'fvisiteurs.dat'
               MOVE svg_donnees TO fvisiteursTampon
               WRITE fvisiteursTampon END-WRITE
           WHEN 'actions.dat'
               MOVE svg_donnees TO actionsTampon
               WRITE actionsTampon END-WRITE
           WHEN 'arbitres.dat'
               MOVE svg_donnees TO arbitresTampon
               WRITE arbitresTampon END-WRITE
           WHEN 'joueurs.dat'
               MOVE svg_donnees TO joueursTampon
               WRITE joueursTampon END-WRITE
           WHEN 'equipes.dat'
               MOVE svg_donnees TO equipesTampon
               WRITE equipesTampon END-WRITE
           WHEN 'stades.dat'
               MOVE svg_donnees TO stadesTampon
               WRITE stadesTampon END-WRITE
           WHEN 'rencontres.dat'
               MOVE svg_donnees TO rencontresTampon
               WRITE rencontresTampon END-WRITE
           WHEN 'administrateurs.dat'
               MOVE svg_donnees TO administrateurTampon
               WRITE administrateurTampon END-WRITE
           WHEN 'reservations.dat'
               MOVE svg_donnees TO reservationsTampon
               WRITE reservationsTampon END-WRITE
           WHEN 'affectations.dat'
               MOVE svg_donnees TO affectationsTampon
               WRITE affectationsTampon END-WRITE
           WHEN 'suspensions.dat'
               MOVE svg_donnees TO suspensionsTampon
               WRITE suspensionsTampon END-WRITE
           WHEN 'histoSaisons.dat'
               MOVE svg_donnees TO historiquesTampon
               WRITE historiquesTampon END-WRITE
           WHEN 'tarifs.dat'
               MOVE svg_donnees TO tarifsTampon
               WRITE tarifsTampon END-WRITE
           WHEN 'zones.dat'
               MOVE svg_donnees TO zonesTampon
               WRITE zonesTampon END-WRITE
           WHEN 'baremeArbitres.dat'
               MOVE svg_donnees TO baremeArbTampon
               WRITE baremeArbTampon END-WRITE
           WHEN 'abonnements.dat'
               MOVE svg_donnees TO abonnementsTampon
               WRITE abonnementsTampon END-WRITE
           WHEN 'attentes.dat'
               MOVE svg_donnees TO attentesTampon
               WRITE attentesTampon END-WRITE
           WHEN 'transferts.dat'
               MOVE svg_donnees TO transfertsTampon
               WRITE transfertsTampon END-WRITE
           WHEN 'fenetres.dat'
               MOVE svg_donnees TO fenetresTampon
               WRITE fenetresTampon END-WRITE
           WHEN 'repriseStats.dat'
               MOVE svg_donnees TO repriseTampon
               WRITE repriseTampon END-WRITE
           WHEN 'repriseBatch.dat'
               MOVE svg_donnees TO repriseBatchTampon
               WRITE repriseBatchTampon END-WRITE
           WHEN 'compositions.dat'
               MOVE svg_donnees TO compositionsTampon
               WRITE compositionsTampon END-WRITE
           WHEN 'indisponibilites.dat'
               MOVE svg_donnees TO indisposTampon
               WRITE indisposTampon END-WRITE
           WHEN 'sanctions.dat'
               MOVE svg_donnees TO sanctionsTampon
               WRITE sanctionsTampon END-WRITE
           WHEN 'pronostics.dat'
               MOVE svg_donnees TO pronosticsTampon
               WRITE pronosticsTampon END-WRITE
           WHEN 'paiements.dat'
               MOVE svg_donnees TO paiementsTampon
               WRITE paiementsTampon END-WRITE
           WHEN 'comptesClubs.dat'
               MOVE svg_donnees TO comptesClubsTampon
               WRITE comptesClubsTampon END-WRITE
           WHEN 'cloturesCaisse.dat'
               MOVE svg_donnees TO cloturesCaisseTampon
               WRITE cloturesCaisseTampon END-WRITE
           END-EVALUATE.

           FERMER_FICHIER_RST.
           EVALUATE TampoFichierOuvert
           WHEN 'fvisiteurs.dat'
               CLOSE fvisiteurs
           WHEN 'actions.dat'
               CLOSE factions
           WHEN 'arbitres.dat'
               CLOSE farbitres
           WHEN 'joueurs.dat'
               CLOSE fjoueurs
           WHEN 'equipes.dat'
               CLOSE fequipes
           WHEN 'stades.dat'
               CLOSE fstades
           WHEN 'rencontres.dat'
               CLOSE frencontres
           WHEN 'administrateurs.dat'
               CLOSE fadministrateurs
           WHEN 'reservations.dat'
               CLOSE freservations
           WHEN 'affectations.dat'
               CLOSE faffectations
           WHEN 'suspensions.dat'
               CLOSE fsuspensions
           WHEN 'histoSaisons.dat'
               CLOSE fhistoriques
           WHEN 'tarifs.dat'
               CLOSE ftarifs
           WHEN 'zones.dat'
               CLOSE fzones
           WHEN 'baremeArbitres.dat'
               CLOSE fbaremearb
           WHEN 'abonnements.dat'
               CLOSE fabonnements
           WHEN 'attentes.dat'
               CLOSE fattentes
           WHEN 'transferts.dat'
               CLOSE ftransferts
           WHEN 'fenetres.dat'
               CLOSE ffenetres
           WHEN 'repriseStats.dat'
               CLOSE freprise
           WHEN 'repriseBatch.dat'
               CLOSE frepbatch
           WHEN 'compositions.dat'
               CLOSE fcompositions
           WHEN 'indisponibilites.dat'
               CLOSE findispos
           WHEN 'sanctions.dat'
               CLOSE fsanctions
           WHEN 'pronostics.dat'
               CLOSE fpronostics
           WHEN 'paiements.dat'
               CLOSE fpaiements
           WHEN 'comptesClubs.dat'
               CLOSE fcomptesclubs
           WHEN 'cloturesCaisse.dat'
               CLOSE fcloturescaisse
           END-EVALUATE.
