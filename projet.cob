           RECORD KEY st_nom
           FILE STATUS IS FstadeCdm_stat.

      * cartons recus pendant les matchs du tournoi : une ligne par
      * carton (joueur, minute, 'J' jaune ou 'R' rouge)
           SELECT FcartonCdm ASSIGN TO "cartonsCdm.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY car_Cle
           FILE STATUS IS FcartonCdm_stat.

      * fichier des arbitres du programme Ligue 1, meme dessin
      * d'enregistrement : les arbitres du tournoi y sont pris, il
      * n'est jamais modifie ici
           SELECT Farbitre ASSIGN TO "arbitres.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY arb_Cle
           FILE STATUS IS Farbitre_stat.

      * designations des arbitres : une ligne par match et par role
      * (1 arbitre central, 2 et 3 assistants, 4 quatrieme arbitre)
           SELECT FdesignCdm ASSIGN TO "designationsCdm.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY des_Cle
           ALTERNATE RECORD KEY des_idArb WITH DUPLICATES
           FILE STATUS IS FdesignCdm_stat.

      * sauvegardes datees des fichiers du tournoi, nom construit a
      * l'execution (sauvegardeCdm_aaaammjj.dat)
           SELECT Fsauvegarde ASSIGN USING TampoNomSauvegarde
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS Fsauvegarde_stat.

           DATA DIVISION.
           FILE SECTION.
           FD Fgroupe.
               02 st_ville PIC A(20).
               02 st_capacite PIC 9(6).

           FD FcartonCdm.
           01 cartonCdmTampon.
               02 car_Cle.
                   03 car_idMatch PIC 9(10).
                   03 car_seq PIC 9(2).
               02 car_nomEquipe PIC A(30).
               02 car_idJoueur PIC 9(3).
               02 car_minute PIC 9(3).
               02 car_type PIC A(1).

           FD Farbitre.
           01 arbitreTampon.
               02 arb_Cle.
                   03 arb_id PIC 9(3).
                   03 arb_nom PIC A(20).
               02 arb_prenom PIC A(20).
               02 arb_age PIC 9(2).
               02 arb_nationalite PIC A(20).
               02 arb_modifPar PIC X(10).
               02 arb_dateModif PIC 9(8).

           FD FdesignCdm.
           01 designCdmTampon.
               02 des_Cle.
                   03 des_idMatch PIC 9(10).
                   03 des_role PIC 9(1).
               02 des_idArb PIC 9(3).
               02 des_date PIC 9(8).

           FD FequipeAncien.
           01 equipeAncienTampon.
               02 eqa_nom PIC A(30).
               02 eqa_butsPour PIC 9(3).
               02 eqa_butsContre PIC 9(3).

      * sauvegarde : entete, une ligne par enregistrement decharge,
      * un controle par fichier et une fin
           FD Fsauvegarde.
           01 sauvegardeTampon.
               02 svg_type PIC X(1).
               02 svg_fichier PIC X(20).
               02 svg_donnees PIC X(200).
               02 svg_controle REDEFINES svg_donnees.
                   03 svg_nbEnreg PIC 9(7).
                   03 svg_totalCtl PIC 9(13)V99.
                   03 svg_dateSvg PIC 9(8).
                   03 svg_heureSvg PIC 9(8).
                   03 svg_auteurSvg PIC X(10).
                   03 FILLER PIC X(152).

           WORKING-STORAGE SECTION.
           77 Fequipe_stat PIC 9(2).
           77 FstatMatch_stat PIC 9(2).
           77 FjoueurCdm_stat PIC 9(2).
           77 FbutCdm_stat PIC 9(2).
           77 FstadeCdm_stat PIC 9(2).
           77 FcartonCdm_stat PIC 9(2).
           77 Farbitre_stat PIC 9(2).
           77 FdesignCdm_stat PIC 9(2).
           77 Fsauvegarde_stat PIC 9(2).
           77 WmigrationATenter PIC 9.
           77 WfinMigr PIC 9.
           77 NbEqMigrees PIC 9(3).
           77 TampoDateAffCal PIC 9(8).
           01 TableCalendrier.
               02 CalendrierLigne OCCURS 64.
                   03 TabCalId PIC 9(10).
                   03 TabCalJoue PIC 9.
                   03 TabCalDate PIC 9(8).
                   03 TabCalHeure PIC X(5).
                   03 TabCalStatut PIC A(12).
                   03 TabCalEq2 PIC A(30).
                   03 TabCalStade PIC A(20).
           01 TampoCalendrierLigne.
               02 TCA_id PIC 9(10).
               02 TCA_joue PIC 9.
               02 TCA_date PIC 9(8).
               02 TCA_heure PIC X(5).
               02 TCA_statut PIC A(12).
                   03 TabCGPoints PIC 9(2).
                   03 TabCGDiff PIC S9(5).
                   03 TabCGButsPour PIC 9(3).
                   03 TabCGFairPlay PIC 9(3).
           01 TampoClassGroupeLigne.
               02 TCG_nom PIC A(30).
               02 TCG_points PIC 9(2).
               02 TCG_diff PIC S9(5).
               02 TCG_bp PIC 9(3).
               02 TCG_fp PIC 9(3).

      * cartons et suspensions du tournoi : un rouge (ou deux jaunes
      * dans le meme match) suspend pour le match suivant, deux jaunes
      * recus dans deux matchs differents aussi ; les jaunes isoles
      * sont effaces apres les quarts de finale. Les points fair-play
      * (jaune 1, deux jaunes 3, rouge direct 4, jaune puis rouge 5)
      * departagent en dernier recours les equipes d'un groupe
           77 NbCartonsASaisir PIC 9(2).
           77 IndiceCarton PIC 9(2).
           77 TampoSeqCarton PIC 9(2).
           77 TampoIdJoueurCarton PIC 9(3).
           77 TampoMinuteCarton PIC 9(3).
           77 TampoTypeCarton PIC A(1).
           77 WfiniCarton PIC 9.
           77 NbCartesCdm PIC 9(3).
           77 IndiceCarteCdm PIC 9(3).
           77 NbJoueursCartes PIC 9(3).
           77 IndiceJoueurCarte PIC 9(3).
           77 NbJaunesCumul PIC 9(2).
           77 NbJaunesMatch PIC 9(2).
           77 NbRougesMatch PIC 9(2).
           77 WsuspenduCdm PIC 9.
           77 NbSuspendusAff PIC 9(3).
           77 WfiltreQualifies PIC 9.
           77 WequipeQualifiee PIC 9.
           77 IndiceQualifie PIC 9(2).
           77 TampoEquipeCarton PIC A(30).
           77 TampoFairPlay PIC 9(3).
           77 NbLignesFp PIC 9(2).
           77 IndiceFp PIC 9(2).
           77 WtrouveFp PIC 9.
           01 TableCartesCdm.
               02 CarteCdmLigne OCCURS 600.
                   03 TabCarMatch PIC 9(10).
                   03 TabCarJoueur PIC 9(3).
                   03 TabCarType PIC A(1).
           01 TableJoueursCartes.
               02 JoueurCarteLigne OCCURS 300.
                   03 TabJcaId PIC 9(3).
                   03 TabJcaEquipe PIC A(30).
           01 TableFairPlay.
               02 FairPlayLigne OCCURS 60.
                   03 TabFpMatch PIC 9(10).
                   03 TabFpJoueur PIC 9(3).
                   03 TabFpJaunes PIC 9(2).
                   03 TabFpRouges PIC 9(2).

      * arbitres du tournoi, pris dans arbitres.dat : 4 officiels par
      * match, d'une autre nationalite que les deux equipes, jamais
      * sur deux matchs le meme jour ni deux jours de suite
           77 WfinArbCdm PIC 9.
           77 NbArbitresCdm PIC 9(3).
           77 IndiceArbCdm PIC 9(3).
           77 NbDesignCdm PIC 9(3).
           77 IndiceDesignCdm PIC 9(3).
           77 NbEligiblesCdm PIC 9(3).
           77 IndiceEligibleCdm PIC 9(3).
           77 TampoIdMatchDesign PIC 9(10).
           77 TampoDateDesign PIC 9(8).
           77 TampoEq1Design PIC A(30).
           77 TampoEq2Design PIC A(30).
           77 TampoRoleArb PIC 9(1).
           77 TampoIdArbCdm PIC 9(3).
           77 TampoIdArbListe PIC 9(3).
           77 WarbitreEligible PIC 9.
           77 WmotifRefusArb PIC 9.
           77 WroleOccupe PIC 9.
           77 WmatchDesignable PIC 9.
           77 TampoLibelleRole PIC X(17).
           77 TampoNomArbAff PIC A(20).
           77 TampoPrenomArbAff PIC A(20).
           77 TampoNatArbAff PIC A(20).
           77 NbDesignAjoutees PIC 9(3).
           77 NbRolesNonPourvus PIC 9(3).
           77 NbDesignArbitre PIC 9(3).
           01 TableArbitresCdm.
               02 ArbitreCdmLigne OCCURS 300.
                   03 TabArbId PIC 9(3).
                   03 TabArbNom PIC A(20).
                   03 TabArbPrenom PIC A(20).
                   03 TabArbNat PIC A(20).
           01 TableDesignCdm.
               02 DesignCdmLigne OCCURS 256.
                   03 TabDesMatch PIC 9(10).
                   03 TabDesRole PIC 9(1).
                   03 TabDesArb PIC 9(3).
                   03 TabDesDate PIC 9(8).
           01 TableEligiblesCdm.
               02 TabEligible OCCURS 300 PIC 9(3).

      * sauvegarde et restauration des fichiers du tournoi
           77 TampoNomSauvegarde PIC X(40).
           77 TampoDateSauvegarde PIC 9(8).
           77 TampoHeureSauvegarde PIC 9(8).
           77 TampoFichierSvg PIC X(20).
           77 TampoFichierOuvert PIC X(20).
           77 TampoDonneesSvg PIC X(200).
           77 TampoCleSvg PIC 9(13)V99.
           77 TampoTotalSvg PIC 9(13)V99.
           77 TampoTotalSvgAff PIC Z(12)9.99.
           77 NbEnregSvg PIC 9(7).
           77 NbEnregTotalSvg PIC 9(7).
           77 NbFichiersSvg PIC 9(2).
           77 NbFichiersFinSvg PIC 9(2).
           77 NbEcartsSvg PIC 9(2).
           77 IndiceSvg PIC 9(2).
           77 WmodeSvg PIC 9.
           77 WfinSvg PIC 9.
           77 WfinLectureSvg PIC 9.
           77 WfinSauvegarde PIC 9.
           77 WtrouveSvg PIC 9.
           77 WsauvegardeValide PIC 9.
           01 TableControleSvg.
               02 TabControleSvg OCCURS 40.
                   03 TabSvgFichier PIC X(20).
                   03 TabSvgNbAttendu PIC 9(7).
                   03 TabSvgTotAttendu PIC 9(13)V99.
                   03 TabSvgNbDonnees PIC 9(7).
                   03 TabSvgNbLu PIC 9(7).
                   03 TabSvgTotLu PIC 9(13)V99.


           PROCEDURE DIVISION.
           END-IF
           CLOSE FstadeCdm

           OPEN I-O FcartonCdm
           IF FcartonCdm_stat = 35 THEN
               OPEN OUTPUT FcartonCdm
           END-IF
           CLOSE FcartonCdm

           OPEN I-O FdesignCdm
           IF FdesignCdm_stat = 35 THEN
               OPEN OUTPUT FdesignCdm
           END-IF
           CLOSE FdesignCdm

      * la reprise de l'ancien equipes.dat est tentee tant que
      * equipesCdm.dat est vide, y compris quand il a ete cree par un
      * autre programme (groupes)
               DISPLAY'23 - AFFICHER LES STADES'
               DISPLAY'24 - CORRIGER UN RESULTAT'
               DISPLAY'25 - TIRAGE AU SORT DES GROUPES'
               DISPLAY'26 - JOUEURS SUSPENDUS'
               DISPLAY'27 - DESIGNER LES ARBITRES DES MATCHS (TIRAGE)'
               DISPLAY'28 - DESIGNER UN ARBITRE (MANUEL)'
               DISPLAY'29 - DESIGNATIONS PAR ARBITRE'
               DISPLAY'30 - SAUVEGARDER LES FICHIERS DU TOURNOI'
               DISPLAY'31 - VERIFIER UNE SAUVEGARDE'
               DISPLAY'32 - RESTAURER UNE SAUVEGARDE'
               ACCEPT Wchoix
               EVALUATE Wchoix
                   WHEN 1
                       PERFORM CORRIGER_RESULTAT
                   WHEN 25
                       PERFORM TIRAGE_AU_SORT_GROUPES
                   WHEN 26
                       MOVE 0 TO WfiltreQualifies
                       PERFORM AFFICHER_SUSPENDUS_CDM
                   WHEN 27
                       PERFORM DESIGNER_ARBITRES_CDM
                   WHEN 28
                       PERFORM DESIGNER_ARBITRE_MANUEL
                   WHEN 29
                       PERFORM DESIGNATIONS_PAR_ARBITRE
                   WHEN 30
                       PERFORM SAUVEGARDER_FICHIERS
                   WHEN 31
                       PERFORM SAISIR_DATE_SAUVEGARDE
                       PERFORM VERIFIER_SAUVEGARDE
                   WHEN 32
                       PERFORM RESTAURER_SAUVEGARDE
                   WHEN OTHER
                       MOVE 0 TO Wchoix
               END-PERFORM.
               DISPLAY 'heure du coup d envoi (hh:mm)'
               ACCEPT m_heure
               MOVE TampoIdMatch TO m_id
               PERFORM DESIGNER_ARBITRES_NOUVEAU_MATCH
               OPEN EXTEND Fmatch
               WRITE matchTampon END-WRITE
               CLOSE Fmatch
                       PERFORM CALCULER_DATE_MATCH
                       MOVE TampoDateCalcul TO m_date
                       MOVE TampoHeureMatch TO m_heure
                       PERFORM DESIGNER_ARBITRES_NOUVEAU_MATCH
                       OPEN EXTEND Fmatch
                       WRITE matchTampon END-WRITE
                       CLOSE Fmatch
              WRITE statMatchTampon END-WRITE
              CLOSE FstatMatch
              PERFORM SAISIR_BUTEURS_MATCH
              PERFORM SAISIR_CARTONS_MATCH
              PERFORM METTRE_A_JOUR_CLASSEMENT.

           SAISIR_MATCH_MANUEL.
                   DISPLAY 'note : 'stat_m_note
                   PERFORM RETIRER_CLASSEMENT_MATCH
                   PERFORM RETIRER_BUTS_MATCH
                   PERFORM RETIRER_CARTONS_MATCH
                   MOVE 1 TO WmodeSimulation
                   MOVE m_nomStade TO TampoStade
                   PERFORM EXISTE_STADE
                   REWRITE statMatchTampon END-REWRITE
                   CLOSE FstatMatch
                   PERFORM SAISIR_BUTEURS_MATCH
                   PERFORM SAISIR_CARTONS_MATCH
                   PERFORM METTRE_A_JOUR_CLASSEMENT
                   DISPLAY 'Resultat corrige et classement ajuste.'
               END-IF.
              END-READ
              CLOSE FjoueurCdm.

      *=================================================================
      * cartons du match qui vient d'etre saisi, equipe par equipe :
      * chaque carton est controle dans l'effectif de la selection puis
      * journalise dans FcartonCdm (cle match + numero d'ordre)
      *=================================================================
           SAISIR_CARTONS_MATCH.
              MOVE 0 TO TampoSeqCarton
              MOVE m_nomEquipe1 TO TampoEquipeBut
              PERFORM SAISIR_CARTONS_EQUIPE
              MOVE m_nomEquipe2 TO TampoEquipeBut
              PERFORM SAISIR_CARTONS_EQUIPE.

           SAISIR_CARTONS_EQUIPE.
              MOVE TampoEquipeBut TO TampoNomEquipe
              PERFORM COMPTER_JOUEURS_SELECTION
              IF NbJoueursSelection = 0 THEN
                  DISPLAY 'Aucun effectif pour 'TampoEquipeBut
                      ' : cartons non saisis'
              ELSE
                  IF WmodeSimulation = 2 THEN
                      PERFORM SIMULER_CARTONS_EQUIPE
                  ELSE
                      DISPLAY 'Nombre de cartons pour 'TampoEquipeBut
                      ACCEPT NbCartonsASaisir
                      IF NbCartonsASaisir > 0 THEN
                          MOVE 0 TO IndiceCarton
                          PERFORM WITH TEST AFTER UNTIL
                              IndiceCarton >= NbCartonsASaisir
                              COMPUTE IndiceCarton = IndiceCarton + 1
                              PERFORM SAISIR_UN_CARTON_MANUEL
                          END-PERFORM
                      END-IF
                  END-IF
              END-IF.

           SAISIR_UN_CARTON_MANUEL.
              DISPLAY 'Carton 'IndiceCarton' de 'TampoEquipeBut
              MOVE 0 TO WjoueurValide
              PERFORM WITH TEST AFTER UNTIL WjoueurValide = 1
                  DISPLAY 'id du joueur sanctionne'
                  ACCEPT TampoIdJoueurCarton
                  MOVE TampoIdJoueurCarton TO TampoIdJoueurCtl
                  PERFORM CONTROLER_JOUEUR_SELECTION
                  IF TampoIdJoueurCarton = 0 THEN
                      MOVE 0 TO WjoueurValide
                  END-IF
                  IF WjoueurValide = 0 THEN
                      DISPLAY 'Joueur inconnu dans cette selection !'
                  END-IF
              END-PERFORM
              DISPLAY 'minute du carton'
              ACCEPT TampoMinuteCarton
              MOVE SPACE TO TampoTypeCarton
              PERFORM WITH TEST AFTER UNTIL TampoTypeCarton = 'J'
                  OR TampoTypeCarton = 'R'
                  DISPLAY 'type de carton (J jaune, R rouge)'
                  ACCEPT TampoTypeCarton
              END-PERFORM
              PERFORM ENREGISTRER_CARTON_CDM.

      *=================================================================
      * en simulation automatique : de 0 a 2 jaunes par equipe et un
      * rouge une fois sur douze, attribues a des joueurs tires au sort
      * dans l'effectif, a une minute tiree entre 1 et 90
      *=================================================================
           SIMULER_CARTONS_EQUIPE.
              MOVE 3 TO WaleaBorne
              PERFORM TIRER_ALEA_BORNE
              MOVE WaleaTirage TO NbCartonsASaisir
              MOVE 'J' TO TampoTypeCarton
              IF NbCartonsASaisir > 0 THEN
                  MOVE 0 TO IndiceCarton
                  PERFORM WITH TEST AFTER UNTIL
                      IndiceCarton >= NbCartonsASaisir
                      COMPUTE IndiceCarton = IndiceCarton + 1
                      PERFORM SIMULER_UN_CARTON
                  END-PERFORM
              END-IF
              MOVE 12 TO WaleaBorne
              PERFORM TIRER_ALEA_BORNE
              IF WaleaTirage = 0 THEN
                  MOVE 'R' TO TampoTypeCarton
                  PERFORM SIMULER_UN_CARTON
              END-IF.

           SIMULER_UN_CARTON.
              MOVE NbJoueursSelection TO WaleaBorne
              PERFORM TIRER_ALEA_BORNE
              COMPUTE WrangJoueur = WaleaTirage + 1
              PERFORM TROUVER_JOUEUR_RANG
              MOVE TampoIdJoueurCtl TO TampoIdJoueurCarton
              MOVE 90 TO WaleaBorne
              PERFORM TIRER_ALEA_BORNE
              COMPUTE TampoMinuteCarton = WaleaTirage + 1
              IF TampoIdJoueurCarton > 0 THEN
                  PERFORM ENREGISTRER_CARTON_CDM
                  DISPLAY 'Carton 'TampoTypeCarton' simule : joueur '
                      TampoIdJoueurCarton' ('TampoEquipeBut') a la '
                      TampoMinuteCarton'e minute'
              END-IF.

           ENREGISTRER_CARTON_CDM.
              COMPUTE TampoSeqCarton = TampoSeqCarton + 1
              OPEN I-O FcartonCdm
              MOVE stat_m_id TO car_idMatch
              MOVE TampoSeqCarton TO car_seq
              MOVE TampoEquipeBut TO car_nomEquipe
              MOVE TampoIdJoueurCarton TO car_idJoueur
              MOVE TampoMinuteCarton TO car_minute
              MOVE TampoTypeCarton TO car_type
              WRITE cartonCdmTampon END-WRITE
              CLOSE FcartonCdm.

      *=================================================================
      * correction d'un resultat : les cartons de l'ancien resultat
      * sont supprimes avant la nouvelle saisie
      *=================================================================
           RETIRER_CARTONS_MATCH.
              OPEN I-O FcartonCdm
              MOVE TampoIdMatchCorr TO car_idMatch
              MOVE 0 TO car_seq
              MOVE 0 TO WfiniCarton
              START FcartonCdm KEY IS >= car_Cle
                  INVALID KEY MOVE 1 TO WfiniCarton
              END-START
              IF WfiniCarton NOT = 1 THEN
                  PERFORM WITH TEST AFTER UNTIL WfiniCarton = 1
                      READ FcartonCdm NEXT
                      AT END MOVE 1 TO WfiniCarton
                      NOT AT END
                          IF car_idMatch NOT = TampoIdMatchCorr THEN
                              MOVE 1 TO WfiniCarton
                          ELSE
                              DELETE FcartonCdm END-DELETE
                          END-IF
                  END-PERFORM
              END-IF
              CLOSE FcartonCdm.


      *=================================================================
      * Compte les matchs deja generes pour un statut cible donne,
      * classe les equipes du groupe TampoNomGroupe dans
      * TableClassGroupe : points decroissants, puis difference de
      * buts, puis buts marques, puis vainqueur de la confrontation
      * directe, puis points fair-play (le moins sanctionne devant)
      * en dernier recours
      *=================================================================
           CLASSER_EQUIPES_GROUPE.
               MOVE 0 TO NbClassGroupe
                       END-PERFORM
               END-START
               CLOSE Fequipe
               MOVE 1 TO IndiceCG
               PERFORM WITH TEST AFTER UNTIL IndiceCG > NbClassGroupe
                   IF NbClassGroupe > 0 THEN
                       MOVE TabCGNom(IndiceCG) TO TampoNomCG1
                       PERFORM CALCULER_FAIR_PLAY_EQUIPE
                       MOVE TampoFairPlay TO TabCGFairPlay(IndiceCG)
                   END-IF
                   COMPUTE IndiceCG = IndiceCG + 1
               END-PERFORM
               IF NbClassGroupe > 1 THEN
                   PERFORM TRIER_CLASSEMENT_GROUPE
               END-IF.
               PERFORM CHERCHER_CONFRONTATION
               IF WvainqueurH2H = 2 THEN
                   MOVE 1 TO WechangerCG
               END-IF
               IF WvainqueurH2H = 0 AND
                   TabCGFairPlay(IndiceCG) > TabCGFairPlay(IndiceCGB)
                   THEN
                   MOVE 1 TO WechangerCG
               END-IF.

           CHERCHER_CONFRONTATION.

      *=================================================================
      * tables des groupes A a H : 4 lignes triees par points,
      * difference de buts et buts marques (FP : points fair-play)
      *=================================================================
           AFFICHER_CLASSEMENTS_GROUPES.
               MOVE 1 TO IndiceTour
                               ' Pts:'TabCGPoints(IndiceCG)
                               ' Diff:'TampoDiffAffCG
                               ' BM:'TabCGButsPour(IndiceCG)
                               ' FP:'TabCGFairPlay(IndiceCG)
                           COMPUTE IndiceCG = IndiceCG + 1
                       END-PERFORM
                   END-IF
                   COMPUTE IndiceTour = IndiceTour + 1
               END-PERFORM.

      *=================================================================
      * joueurs suspendus pour leur prochain match : les matchs joues
      * de la selection sont parcourus dans l'ordre du calendrier.
      * WfiltreQualifies = 1 limite la liste aux equipes qualifiees
      * pour le tour en preparation (TabGagnant)
      *=================================================================
           AFFICHER_SUSPENDUS_CDM.
               PERFORM CHARGER_CALENDRIER
               PERFORM TRIER_CALENDRIER
               PERFORM CHARGER_CARTONS_CDM
               MOVE 0 TO NbSuspendusAff
               DISPLAY '--- JOUEURS SUSPENDUS POUR LEUR PROCHAIN MATCH'
                   ' ---'
               MOVE 1 TO IndiceJoueurCarte
               PERFORM WITH TEST AFTER UNTIL
                   IndiceJoueurCarte > NbJoueursCartes
                   IF NbJoueursCartes > 0 THEN
                       PERFORM CONTROLER_EQUIPE_QUALIFIEE
                       IF WequipeQualifiee = 1 THEN
                           PERFORM CALCULER_SUSPENSION_JOUEUR
                           IF WsuspenduCdm = 1 THEN
                               PERFORM AFFICHER_JOUEUR_SUSPENDU
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE IndiceJoueurCarte = IndiceJoueurCarte + 1
               END-PERFORM
               IF NbSuspendusAff = 0 THEN
                   DISPLAY '(aucun joueur suspendu)'
               END-IF.

      *=================================================================
      * charge les cartons du tournoi et la liste des joueurs ayant
      * recu au moins un carton
      *=================================================================
           CHARGER_CARTONS_CDM.
               MOVE 0 TO NbCartesCdm
               MOVE 0 TO NbJoueursCartes
               OPEN INPUT FcartonCdm
               MOVE 0 TO WfiniCarton
               PERFORM WITH TEST AFTER UNTIL WfiniCarton = 1
                   READ FcartonCdm NEXT
                   AT END MOVE 1 TO WfiniCarton
                   NOT AT END
                       IF NbCartesCdm < 600 THEN
                           COMPUTE NbCartesCdm = NbCartesCdm + 1
                           MOVE car_idMatch TO TabCarMatch(NbCartesCdm)
                           MOVE car_idJoueur TO
                               TabCarJoueur(NbCartesCdm)
                           MOVE car_type TO TabCarType(NbCartesCdm)
                           PERFORM AJOUTER_JOUEUR_CARTE
                       END-IF
               END-PERFORM
               CLOSE FcartonCdm.

           AJOUTER_JOUEUR_CARTE.
               MOVE 0 TO Wtrouve2
               MOVE 1 TO IndiceJoueurCarte
               PERFORM WITH TEST AFTER UNTIL
                   IndiceJoueurCarte > NbJoueursCartes OR Wtrouve2 = 1
                   IF NbJoueursCartes > 0 THEN
                       IF TabJcaId(IndiceJoueurCarte) = car_idJoueur
                           THEN
                           MOVE 1 TO Wtrouve2
                       END-IF
                   END-IF
                   COMPUTE IndiceJoueurCarte = IndiceJoueurCarte + 1
               END-PERFORM
               IF Wtrouve2 = 0 AND NbJoueursCartes < 300 THEN
                   COMPUTE NbJoueursCartes = NbJoueursCartes + 1
                   MOVE car_idJoueur TO TabJcaId(NbJoueursCartes)
                   MOVE car_nomEquipe TO TabJcaEquipe(NbJoueursCartes)
               END-IF.

           CONTROLER_EQUIPE_QUALIFIEE.
               MOVE 1 TO WequipeQualifiee
               IF WfiltreQualifies = 1 THEN
                   MOVE 0 TO WequipeQualifiee
                   MOVE 1 TO IndiceQualifie
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceQualifie > NbMatchsSource
                       IF TabGagnant(IndiceQualifie) =
                           TabJcaEquipe(IndiceJoueurCarte) THEN
                           MOVE 1 TO WequipeQualifiee
                       END-IF
                       COMPUTE IndiceQualifie = IndiceQualifie + 1
                   END-PERFORM
               END-IF.

      *=================================================================
      * rejoue les matchs joues de la selection du joueur : une
      * suspension en attente est purgee par le match suivant ; les
      * jaunes isoles sont effaces a l'issue des quarts de finale
      *=================================================================
           CALCULER_SUSPENSION_JOUEUR.
               MOVE 0 TO WsuspenduCdm
               MOVE 0 TO NbJaunesCumul
               MOVE TabJcaEquipe(IndiceJoueurCarte) TO
                   TampoEquipeCarton
               MOVE 1 TO IndiceCal
               PERFORM WITH TEST AFTER UNTIL IndiceCal > NbMatchsCal
                   IF NbMatchsCal > 0 THEN
                       IF TabCalJoue(IndiceCal) = 1 AND
                           (TabCalEq1(IndiceCal) = TampoEquipeCarton OR
                           TabCalEq2(IndiceCal) = TampoEquipeCarton)
                           THEN
                           MOVE 0 TO WsuspenduCdm
                           PERFORM COMPTER_CARTONS_JOUEUR_MATCH
                           IF NbRougesMatch > 0 OR NbJaunesMatch > 1
                               THEN
                               MOVE 1 TO WsuspenduCdm
                           ELSE
                               IF NbJaunesMatch = 1 THEN
                                   COMPUTE NbJaunesCumul =
                                       NbJaunesCumul + 1
                                   IF NbJaunesCumul > 1 THEN
                                       MOVE 1 TO WsuspenduCdm
                                       MOVE 0 TO NbJaunesCumul
                                   END-IF
                               END-IF
                           END-IF
                           IF TabCalStatut(IndiceCal) = 'poules 4eme'
                               THEN
                               MOVE 0 TO NbJaunesCumul
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE IndiceCal = IndiceCal + 1
               END-PERFORM.

           COMPTER_CARTONS_JOUEUR_MATCH.
               MOVE 0 TO NbJaunesMatch
               MOVE 0 TO NbRougesMatch
               MOVE 1 TO IndiceCarteCdm
               PERFORM WITH TEST AFTER UNTIL
                   IndiceCarteCdm > NbCartesCdm
                   IF NbCartesCdm > 0 THEN
                       IF TabCarMatch(IndiceCarteCdm) =
                           TabCalId(IndiceCal) AND
                           TabCarJoueur(IndiceCarteCdm) =
                           TabJcaId(IndiceJoueurCarte) THEN
                           IF TabCarType(IndiceCarteCdm) = 'R' THEN
                               COMPUTE NbRougesMatch =
                                   NbRougesMatch + 1
                           ELSE
                               COMPUTE NbJaunesMatch =
                                   NbJaunesMatch + 1
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE IndiceCarteCdm = IndiceCarteCdm + 1
               END-PERFORM.

           AFFICHER_JOUEUR_SUSPENDU.
               COMPUTE NbSuspendusAff = NbSuspendusAff + 1
               OPEN INPUT FjoueurCdm
               MOVE TabJcaId(IndiceJoueurCarte) TO jc_id
               READ FjoueurCdm
                   INVALID KEY
                       MOVE SPACES TO jc_nom
               END-READ
               CLOSE FjoueurCdm
               DISPLAY TabJcaId(IndiceJoueurCarte)' 'jc_nom' ('
                   TabJcaEquipe(IndiceJoueurCarte)')'.

      *=================================================================
      * points fair-play d'une equipe (TampoNomCG1) sur les matchs de
      * poules : cumul par joueur et par match, puis bareme jaune 1,
      * deux jaunes 3, rouge direct 4, jaune puis rouge direct 5
      *=================================================================
           CALCULER_FAIR_PLAY_EQUIPE.
               MOVE 0 TO TampoFairPlay
               MOVE 0 TO NbLignesFp
               OPEN INPUT FcartonCdm
               OPEN INPUT Fmatch
               MOVE 0 TO WfiniCarton
               PERFORM WITH TEST AFTER UNTIL WfiniCarton = 1
                   READ FcartonCdm NEXT
                   AT END MOVE 1 TO WfiniCarton
                   NOT AT END
                       IF car_nomEquipe = TampoNomCG1 THEN
                           MOVE car_idMatch TO m_id
                           READ Fmatch
                               INVALID KEY
                                   MOVE SPACES TO m_statut
                           END-READ
                           IF m_statut = 'poules' THEN
                               PERFORM CUMULER_CARTON_FAIR_PLAY
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE Fmatch
               CLOSE FcartonCdm
               MOVE 1 TO IndiceFp
               PERFORM WITH TEST AFTER UNTIL IndiceFp > NbLignesFp
                   IF NbLignesFp > 0 THEN
                       IF TabFpRouges(IndiceFp) > 0 THEN
                           IF TabFpJaunes(IndiceFp) > 0 THEN
                               ADD 5 TO TampoFairPlay
                           ELSE
                               ADD 4 TO TampoFairPlay
                           END-IF
                       ELSE
                           IF TabFpJaunes(IndiceFp) > 1 THEN
                               ADD 3 TO TampoFairPlay
                           ELSE
                               ADD 1 TO TampoFairPlay
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE IndiceFp = IndiceFp + 1
               END-PERFORM.

           CUMULER_CARTON_FAIR_PLAY.
               MOVE 0 TO WtrouveFp
               MOVE 1 TO IndiceFp
               PERFORM WITH TEST AFTER UNTIL
                   IndiceFp > NbLignesFp OR WtrouveFp = 1
                   IF NbLignesFp > 0 THEN
                       IF TabFpMatch(IndiceFp) = car_idMatch AND
                           TabFpJoueur(IndiceFp) = car_idJoueur THEN
                           MOVE 1 TO WtrouveFp
                       END-IF
                   END-IF
                   IF WtrouveFp = 0 THEN
                       COMPUTE IndiceFp = IndiceFp + 1
                   END-IF
               END-PERFORM
               IF WtrouveFp = 0 AND NbLignesFp < 60 THEN
                   COMPUTE NbLignesFp = NbLignesFp + 1
                   MOVE NbLignesFp TO IndiceFp
                   MOVE car_idMatch TO TabFpMatch(IndiceFp)
                   MOVE car_idJoueur TO TabFpJoueur(IndiceFp)
                   MOVE 0 TO TabFpJaunes(IndiceFp)
                   MOVE 0 TO TabFpRouges(IndiceFp)
                   MOVE 1 TO WtrouveFp
               END-IF
               IF WtrouveFp = 1 THEN
                   IF car_type = 'R' THEN
                       ADD 1 TO TabFpRouges(IndiceFp)
                   ELSE
                       ADD 1 TO TabFpJaunes(IndiceFp)
                   END-IF
               END-IF.


      *=================================================================
      * 8eme de finale : les 16 qualifies (tete + deuxieme de chacun
                   DISPLAY 'ATTENTION: les 8eme de finale ont deja ete'
                   DISPLAY 'generes, operation annulee'
               ELSE
                   DISPLAY 'Tour poules 8eme :'
                   MOVE 0 TO WfiltreQualifies
                   PERFORM AFFICHER_SUSPENDUS_CDM
                   PERFORM CHOISIR_MODE_SIMULATION
                   PERFORM CONSTITUER_8EME_DE_FINALE
               END-IF.
                   PERFORM SAISIR_STADE_MATCH
                   MOVE TampoStade TO m_nomStade
                   PERFORM PROGRAMMER_MATCH_TOUR
                   PERFORM DESIGNER_ARBITRES_NOUVEAU_MATCH
                   OPEN EXTEND Fmatch
                   WRITE matchTampon END-WRITE
                   CLOSE Fmatch
                   PERFORM SAISIR_STADE_MATCH
                   MOVE TampoStade TO m_nomStade
                   PERFORM PROGRAMMER_MATCH_TOUR
                   PERFORM DESIGNER_ARBITRES_NOUVEAU_MATCH
                   OPEN EXTEND Fmatch
                   WRITE matchTampon END-WRITE
                   CLOSE Fmatch
                       END-PERFORM
                   END-IF

                   DISPLAY 'Tour 'TampoStatutCible' :'
                   MOVE 1 TO WfiltreQualifies
                   PERFORM AFFICHER_SUSPENDUS_CDM

                   PERFORM PREPARER_DATES_TOUR
                   MOVE 0 TO IndiceMatchTour
                   MOVE 1 TO IndiceEquipe
                       PERFORM SAISIR_STADE_MATCH
                       MOVE TampoStade TO m_nomStade
                       PERFORM PROGRAMMER_MATCH_TOUR
                       PERFORM DESIGNER_ARBITRES_NOUVEAU_MATCH
                       OPEN EXTEND Fmatch
                       WRITE matchTampon END-WRITE
                       CLOSE Fmatch
      * Tableau du parcours eliminatoire, tour par tour.
      *=================================================================
           RAPPORT_BRACKET.
               PERFORM CHARGER_ARBITRES_CDM
               PERFORM CHARGER_DESIGNATIONS_CDM
               DISPLAY '=== TABLEAU DES MATCHS ELIMINATOIRES ==='
               MOVE 'poules 8eme' TO TampoStatutCible
               PERFORM AFFICHER_TOUR_BRACKET
                                   MOVE 1 TO Wfini
                               ELSE
                                   PERFORM AFFICHER_LIGNE_HISTORIQUE
                                   MOVE m_id TO TampoIdMatchDesign
                                   PERFORM AFFICHER_ARBITRE_MATCH
                               END-IF
                       END-PERFORM
               END-START
               END-PERFORM.


      *=================================================================
      * designation des arbitres du tournoi par tirage : pour chaque
      * match date, dans l'ordre du calendrier, chaque role encore
      * vacant (arbitres manquants lors de la creation du match) est
      * pourvu par un arbitre tire au sort parmi ceux
      * d'arbitres.dat qui sont neutres (nationalite differente des
      * deux equipes) et libres (aucun autre match le meme jour, la
      * veille ou le lendemain)
      *=================================================================
           DESIGNER_ARBITRES_CDM.
               PERFORM CHARGER_ARBITRES_CDM
               IF NbArbitresCdm = 0 THEN
                   DISPLAY 'Aucun arbitre dans arbitres.dat'
               ELSE
                   PERFORM CHARGER_DESIGNATIONS_CDM
                   PERFORM CHARGER_CALENDRIER
                   PERFORM TRIER_CALENDRIER
                   MOVE 0 TO NbDesignAjoutees
                   MOVE 0 TO NbRolesNonPourvus
                   MOVE 1 TO IndiceCal
                   PERFORM WITH TEST AFTER UNTIL IndiceCal > NbMatchsCal
                       IF NbMatchsCal > 0 AND
                           TabCalDate(IndiceCal) > 0 THEN
                           PERFORM DESIGNER_EQUIPE_MATCH_CDM
                       END-IF
                       COMPUTE IndiceCal = IndiceCal + 1
                   END-PERFORM
                   DISPLAY NbDesignAjoutees
                       ' designation(s) effectuee(s)'
                   IF NbRolesNonPourvus > 0 THEN
                       DISPLAY NbRolesNonPourvus' role(s) non pourvu(s)'
                           ' faute d arbitre neutre et disponible'
                   END-IF
               END-IF.

           DESIGNER_EQUIPE_MATCH_CDM.
               MOVE TabCalId(IndiceCal) TO TampoIdMatchDesign
               MOVE TabCalDate(IndiceCal) TO TampoDateDesign
               MOVE TabCalEq1(IndiceCal) TO TampoEq1Design
               MOVE TabCalEq2(IndiceCal) TO TampoEq2Design
               PERFORM POURVOIR_ROLES_MATCH_CDM.

      *=================================================================
      * equipe arbitrale du match en cours d'ecriture (matchTampon),
      * tiree par chacun des generateurs de matchs au moment ou le
      * match est ecrit, donc avant sa simulation
      *=================================================================
           DESIGNER_ARBITRES_NOUVEAU_MATCH.
               IF m_date > 0 THEN
                   PERFORM CHARGER_ARBITRES_CDM
                   IF NbArbitresCdm > 0 THEN
                       PERFORM CHARGER_DESIGNATIONS_CDM
                       MOVE m_id TO TampoIdMatchDesign
                       MOVE m_date TO TampoDateDesign
                       MOVE m_nomEquipe1 TO TampoEq1Design
                       MOVE m_nomEquipe2 TO TampoEq2Design
                       PERFORM POURVOIR_ROLES_MATCH_CDM
                   END-IF
               END-IF.

      *=================================================================
      * pourvoit par tirage chaque role vacant du match
      * TampoIdMatchDesign
      *=================================================================
           POURVOIR_ROLES_MATCH_CDM.
               MOVE 0 TO TampoRoleArb
               PERFORM WITH TEST AFTER UNTIL TampoRoleArb = 4
                   COMPUTE TampoRoleArb = TampoRoleArb + 1
                   PERFORM CHERCHER_ROLE_OCCUPE
                   IF WroleOccupe = 0 THEN
                       PERFORM TIRER_ARBITRE_ELIGIBLE
                       IF NbEligiblesCdm = 0 THEN
                           COMPUTE NbRolesNonPourvus =
                               NbRolesNonPourvus + 1
                           PERFORM LIBELLE_ROLE_ARBITRE
                           DISPLAY 'Match 'TampoIdMatchDesign' '
                               TampoEq1Design' - 'TampoEq2Design
                           DISPLAY '   'TampoLibelleRole
                               ' : aucun arbitre neutre et disponible'
                       ELSE
                           PERFORM ENREGISTRER_DESIGNATION_CDM
                           COMPUTE NbDesignAjoutees =
                               NbDesignAjoutees + 1
                       END-IF
                   END-IF
               END-PERFORM.

      *=================================================================
      * tire au sort (generateur maison) un arbitre parmi les
      * arbitres eligibles pour le match TampoIdMatchDesign ;
      * TampoIdArbCdm recoit l'arbitre tire
      *=================================================================
           TIRER_ARBITRE_ELIGIBLE.
               MOVE 0 TO NbEligiblesCdm
               MOVE 1 TO IndiceArbCdm
               PERFORM WITH TEST AFTER UNTIL
                   IndiceArbCdm > NbArbitresCdm
                   PERFORM CONTROLER_ARBITRE_ELIGIBLE
                   IF WarbitreEligible = 1 THEN
                       COMPUTE NbEligiblesCdm = NbEligiblesCdm + 1
                       MOVE IndiceArbCdm TO TabEligible(NbEligiblesCdm)
                   END-IF
                   COMPUTE IndiceArbCdm = IndiceArbCdm + 1
               END-PERFORM
               IF NbEligiblesCdm > 0 THEN
                   MOVE NbEligiblesCdm TO WaleaBorne
                   PERFORM TIRER_ALEA_BORNE
                   COMPUTE IndiceEligibleCdm = WaleaTirage + 1
                   MOVE TabEligible(IndiceEligibleCdm) TO IndiceArbCdm
                   MOVE TabArbId(IndiceArbCdm) TO TampoIdArbCdm
               END-IF.

      *=================================================================
      * regles de designation de l'arbitre de rang IndiceArbCdm pour
      * le match TampoIdMatchDesign : WmotifRefusArb = 1 s'il a la
      * nationalite d'une des equipes, 2 s'il officie deja sur ce
      * match, 3 s'il a un match le meme jour, la veille ou le
      * lendemain
      *=================================================================
           CONTROLER_ARBITRE_ELIGIBLE.
               MOVE 1 TO WarbitreEligible
               MOVE 0 TO WmotifRefusArb
               IF TabArbNat(IndiceArbCdm) = TampoEq1Design OR
                   TabArbNat(IndiceArbCdm) = TampoEq2Design THEN
                   MOVE 0 TO WarbitreEligible
                   MOVE 1 TO WmotifRefusArb
               END-IF
               IF WarbitreEligible = 1 AND NbDesignCdm > 0 THEN
                   MOVE 1 TO IndiceDesignCdm
                   PERFORM WITH TEST AFTER UNTIL
                       IndiceDesignCdm > NbDesignCdm OR
                       WarbitreEligible = 0
                       IF TabDesArb(IndiceDesignCdm) =
                           TabArbId(IndiceArbCdm) THEN
                           PERFORM CONTROLER_DATES_DESIGNATION
                       END-IF
                       COMPUTE IndiceDesignCdm = IndiceDesignCdm + 1
                   END-PERFORM
               END-IF.

           CONTROLER_DATES_DESIGNATION.
               IF TabDesMatch(IndiceDesignCdm) = TampoIdMatchDesign
                   THEN
                   MOVE 0 TO WarbitreEligible
                   MOVE 2 TO WmotifRefusArb
               ELSE
                   IF TabDesDate(IndiceDesignCdm) = TampoDateDesign THEN
                       MOVE 0 TO WarbitreEligible
                       MOVE 3 TO WmotifRefusArb
                   END-IF
                   MOVE TabDesDate(IndiceDesignCdm) TO TampoDateCalcul
                   PERFORM AVANCER_DATE_UN_JOUR
                   IF TampoDateCalcul = TampoDateDesign THEN
                       MOVE 0 TO WarbitreEligible
                       MOVE 3 TO WmotifRefusArb
                   END-IF
                   MOVE TampoDateDesign TO TampoDateCalcul
                   PERFORM AVANCER_DATE_UN_JOUR
                   IF TampoDateCalcul = TabDesDate(IndiceDesignCdm) THEN
                       MOVE 0 TO WarbitreEligible
                       MOVE 3 TO WmotifRefusArb
                   END-IF
               END-IF.

      *=================================================================
      * WroleOccupe = 1 si le role TampoRoleArb du match
      * TampoIdMatchDesign est deja pourvu (IndiceDesignCdm pointe
      * alors sur la designation)
      *=================================================================
           CHERCHER_ROLE_OCCUPE.
               MOVE 0 TO WroleOccupe
               MOVE 1 TO IndiceDesignCdm
               PERFORM WITH TEST AFTER UNTIL
                   IndiceDesignCdm > NbDesignCdm OR WroleOccupe = 1
                   IF NbDesignCdm > 0 AND
                       TabDesMatch(IndiceDesignCdm) = TampoIdMatchDesign
                       AND TabDesRole(IndiceDesignCdm) = TampoRoleArb
                       THEN
                       MOVE 1 TO WroleOccupe
                   ELSE
                       COMPUTE IndiceDesignCdm = IndiceDesignCdm + 1
                   END-IF
               END-PERFORM.

      *=================================================================
      * ecrit (ou remplace) la designation de TampoIdArbCdm au role
      * TampoRoleArb du match TampoIdMatchDesign, et la reporte dans
      * la table des designations en memoire
      *=================================================================
           ENREGISTRER_DESIGNATION_CDM.
               OPEN I-O FdesignCdm
               MOVE TampoIdMatchDesign TO des_idMatch
               MOVE TampoRoleArb TO des_role
               READ FdesignCdm
                   INVALID KEY
                       MOVE TampoIdArbCdm TO des_idArb
                       MOVE TampoDateDesign TO des_date
                       WRITE designCdmTampon END-WRITE
                   NOT INVALID KEY
                       MOVE TampoIdArbCdm TO des_idArb
                       MOVE TampoDateDesign TO des_date
                       REWRITE designCdmTampon
               END-READ
               CLOSE FdesignCdm
               PERFORM CHERCHER_ROLE_OCCUPE
               IF WroleOccupe = 1 THEN
                   MOVE TampoIdArbCdm TO TabDesArb(IndiceDesignCdm)
               ELSE
                   IF NbDesignCdm < 256 THEN
                       COMPUTE NbDesignCdm = NbDesignCdm + 1
                       MOVE TampoIdMatchDesign TO
                           TabDesMatch(NbDesignCdm)
                       MOVE TampoRoleArb TO TabDesRole(NbDesignCdm)
                       MOVE TampoIdArbCdm TO TabDesArb(NbDesignCdm)
                       MOVE TampoDateDesign TO TabDesDate(NbDesignCdm)
                   END-IF
               END-IF.

      *=================================================================
      * designation (ou remplacement) d'un arbitre a un role d'un
      * match, joue ou non (correction de l'equipe tiree a la creation
      * du match), avec les memes regles que le tirage
      *=================================================================
           DESIGNER_ARBITRE_MANUEL.
               DISPLAY 'Numero du match'
               ACCEPT TampoIdMatchDesign
               MOVE 0 TO WmatchDesignable
               OPEN INPUT Fmatch
               MOVE TampoIdMatchDesign TO m_id
               READ Fmatch
                   INVALID KEY
                       DISPLAY 'Match inconnu !'
                   NOT INVALID KEY
                       MOVE 1 TO WmatchDesignable
                       MOVE m_date TO TampoDateDesign
                       MOVE m_nomEquipe1 TO TampoEq1Design
                       MOVE m_nomEquipe2 TO TampoEq2Design
               END-READ
               CLOSE Fmatch
               IF WmatchDesignable = 1 AND TampoDateDesign = 0 THEN
                   MOVE 0 TO WmatchDesignable
                   DISPLAY 'Match sans date, designation impossible'
               END-IF
               IF WmatchDesignable = 1 THEN
                   PERFORM CHARGER_ARBITRES_CDM
                   PERFORM CHARGER_DESIGNATIONS_CDM
                   DISPLAY TampoEq1Design' - 'TampoEq2Design
                       ' le 'TampoDateDesign
                   PERFORM AFFICHER_EQUIPE_ARBITRALE
                   DISPLAY 'Role : 1 arbitre central, 2 et 3'
                       ' assistants, 4 quatrieme arbitre'
                   ACCEPT TampoRoleArb
                   DISPLAY 'Numero de l arbitre'
                   ACCEPT TampoIdArbCdm
                   PERFORM CHERCHER_ARBITRE_CDM
                   IF TampoRoleArb < 1 OR TampoRoleArb > 4 THEN
                       DISPLAY 'Role invalide !'
                   ELSE
                   IF Wtrouve2 = 0 THEN
                       DISPLAY 'Arbitre inconnu !'
                   ELSE
                       PERFORM CONTROLER_ARBITRE_ELIGIBLE
                       EVALUATE WmotifRefusArb
                           WHEN 1
                               DISPLAY 'Refuse : arbitre de la'
                                   ' nationalite d une des equipes'
                           WHEN 2
                               DISPLAY 'Refuse : arbitre deja designe'
                                   ' sur ce match'
                           WHEN 3
                               DISPLAY 'Refuse : arbitre deja designe'
                                   ' le meme jour, la veille ou le'
                                   ' lendemain'
                           WHEN OTHER
                               PERFORM ENREGISTRER_DESIGNATION_CDM
                               DISPLAY 'Arbitre designe.'
                       END-EVALUATE
                   END-IF
                   END-IF
                   MOVE 0 TO Wtrouve2
               END-IF.

           AFFICHER_EQUIPE_ARBITRALE.
               MOVE 0 TO TampoRoleArb
               PERFORM WITH TEST AFTER UNTIL TampoRoleArb = 4
                   COMPUTE TampoRoleArb = TampoRoleArb + 1
                   PERFORM LIBELLE_ROLE_ARBITRE
                   PERFORM CHERCHER_ROLE_OCCUPE
                   IF WroleOccupe = 1 THEN
                       MOVE TabDesArb(IndiceDesignCdm) TO TampoIdArbCdm
                       PERFORM NOM_ARBITRE_CDM
                       DISPLAY '   'TampoRoleArb' 'TampoLibelleRole' '
                           TampoIdArbCdm' 'TampoNomArbAff' '
                           TampoPrenomArbAff' ('TampoNatArbAff')'
                   ELSE
                       DISPLAY '   'TampoRoleArb' 'TampoLibelleRole
                           ' (non designe)'
                   END-IF
               END-PERFORM.

      *=================================================================
      * ligne arbitre affichee sous chaque match du calendrier et du
      * tableau eliminatoire (arbitre central du match
      * TampoIdMatchDesign)
      *=================================================================
           AFFICHER_ARBITRE_MATCH.
               MOVE 1 TO TampoRoleArb
               PERFORM CHERCHER_ROLE_OCCUPE
               IF WroleOccupe = 1 THEN
                   MOVE TabDesArb(IndiceDesignCdm) TO TampoIdArbCdm
                   PERFORM NOM_ARBITRE_CDM
                   DISPLAY '      arbitre : 'TampoNomArbAff' '
                       TampoPrenomArbAff' ('TampoNatArbAff')'
               ELSE
                   DISPLAY '      arbitre : non designe'
               END-IF.

           LIBELLE_ROLE_ARBITRE.
               EVALUATE TampoRoleArb
                   WHEN 1 MOVE 'arbitre central' TO TampoLibelleRole
                   WHEN 2 MOVE 'assistant 1' TO TampoLibelleRole
                   WHEN 3 MOVE 'assistant 2' TO TampoLibelleRole
                   WHEN 4 MOVE 'quatrieme arbitre' TO TampoLibelleRole
                   WHEN OTHER MOVE SPACES TO TampoLibelleRole
               END-EVALUATE.

      *=================================================================
      * Wtrouve2 = 1 et IndiceArbCdm positionne si l'arbitre
      * TampoIdArbCdm est dans la table des arbitres
      *=================================================================
           CHERCHER_ARBITRE_CDM.
               MOVE 0 TO Wtrouve2
               MOVE 1 TO IndiceArbCdm
               PERFORM WITH TEST AFTER UNTIL
                   IndiceArbCdm > NbArbitresCdm OR Wtrouve2 = 1
                   IF NbArbitresCdm > 0 AND
                       TabArbId(IndiceArbCdm) = TampoIdArbCdm THEN
                       MOVE 1 TO Wtrouve2
                   ELSE
                       COMPUTE IndiceArbCdm = IndiceArbCdm + 1
                   END-IF
               END-PERFORM.

           NOM_ARBITRE_CDM.
               PERFORM CHERCHER_ARBITRE_CDM
               IF Wtrouve2 = 1 THEN
                   MOVE TabArbNom(IndiceArbCdm) TO TampoNomArbAff
                   MOVE TabArbPrenom(IndiceArbCdm) TO TampoPrenomArbAff
                   MOVE TabArbNat(IndiceArbCdm) TO TampoNatArbAff
               ELSE
                   MOVE 'inconnu' TO TampoNomArbAff
                   MOVE SPACES TO TampoPrenomArbAff
                   MOVE SPACES TO TampoNatArbAff
               END-IF
               MOVE 0 TO Wtrouve2.

      *=================================================================
      * arbitres.dat est le fichier du programme Ligue 1 : absent ou
      * illisible, il est laisse tel quel et aucun arbitre n'est charge
      *=================================================================
           CHARGER_ARBITRES_CDM.
               MOVE 0 TO NbArbitresCdm
               OPEN INPUT Farbitre
               IF Farbitre_stat NOT = 0 THEN
                   DISPLAY 'arbitres.dat absent ou illisible'
               ELSE
                   MOVE 0 TO WfinArbCdm
                   PERFORM WITH TEST AFTER UNTIL WfinArbCdm = 1
                       READ Farbitre NEXT
                       AT END MOVE 1 TO WfinArbCdm
                       NOT AT END
                           IF NbArbitresCdm < 300 THEN
                               COMPUTE NbArbitresCdm = NbArbitresCdm + 1
                               MOVE arb_id TO TabArbId(NbArbitresCdm)
                               MOVE arb_nom TO TabArbNom(NbArbitresCdm)
                               MOVE arb_prenom TO
                                   TabArbPrenom(NbArbitresCdm)
                               MOVE arb_nationalite TO
                                   TabArbNat(NbArbitresCdm)
                           END-IF
                   END-PERFORM
                   CLOSE Farbitre
               END-IF.

           CHARGER_DESIGNATIONS_CDM.
               MOVE 0 TO NbDesignCdm
               OPEN INPUT FdesignCdm
               MOVE 0 TO WfinArbCdm
               PERFORM WITH TEST AFTER UNTIL WfinArbCdm = 1
                   READ FdesignCdm NEXT
                   AT END MOVE 1 TO WfinArbCdm
                   NOT AT END
                       IF NbDesignCdm < 256 THEN
                           COMPUTE NbDesignCdm = NbDesignCdm + 1
                           MOVE des_idMatch TO TabDesMatch(NbDesignCdm)
                           MOVE des_role TO TabDesRole(NbDesignCdm)
                           MOVE des_idArb TO TabDesArb(NbDesignCdm)
                           MOVE des_date TO TabDesDate(NbDesignCdm)
                       END-IF
               END-PERFORM
               CLOSE FdesignCdm.

      *=================================================================
      * designations de la coupe du monde d'un arbitre (ou de tous les
      * arbitres designes si 0), dans l'ordre du calendrier
      *=================================================================
           DESIGNATIONS_PAR_ARBITRE.
               DISPLAY 'Numero de l arbitre (0 pour tous)'
               ACCEPT TampoIdArbListe
               PERFORM CHARGER_ARBITRES_CDM
               PERFORM CHARGER_DESIGNATIONS_CDM
               PERFORM CHARGER_CALENDRIER
               PERFORM TRIER_CALENDRIER
               DISPLAY '=== DESIGNATIONS DES ARBITRES ==='
               MOVE 1 TO IndiceArbCdm
               PERFORM WITH TEST AFTER UNTIL
                   IndiceArbCdm > NbArbitresCdm
                   IF NbArbitresCdm > 0 THEN
                       IF TampoIdArbListe = 0 OR
                           TampoIdArbListe = TabArbId(IndiceArbCdm) THEN
                           PERFORM LISTER_DESIGNATIONS_ARBITRE
                       END-IF
                   END-IF
                   COMPUTE IndiceArbCdm = IndiceArbCdm + 1
               END-PERFORM.

           LISTER_DESIGNATIONS_ARBITRE.
               MOVE 0 TO NbDesignArbitre
               MOVE 1 TO IndiceCal
               PERFORM WITH TEST AFTER UNTIL IndiceCal > NbMatchsCal
                   IF NbMatchsCal > 0 AND NbDesignCdm > 0 THEN
                       MOVE 1 TO IndiceDesignCdm
                       PERFORM WITH TEST AFTER UNTIL
                           IndiceDesignCdm > NbDesignCdm
                           IF TabDesMatch(IndiceDesignCdm) =
                               TabCalId(IndiceCal) AND
                               TabDesArb(IndiceDesignCdm) =
                               TabArbId(IndiceArbCdm) THEN
                               PERFORM AFFICHER_DESIGNATION_ARBITRE
                           END-IF
                           COMPUTE IndiceDesignCdm = IndiceDesignCdm + 1
                       END-PERFORM
                   END-IF
                   COMPUTE IndiceCal = IndiceCal + 1
               END-PERFORM
               IF NbDesignArbitre > 0 THEN
                   DISPLAY '   'NbDesignArbitre' match(s)'
               ELSE
                   IF TampoIdArbListe NOT = 0 THEN
                       DISPLAY TabArbId(IndiceArbCdm)' '
                           TabArbNom(IndiceArbCdm)
                           ' : aucune designation'
                   END-IF
               END-IF.

           AFFICHER_DESIGNATION_ARBITRE.
               IF NbDesignArbitre = 0 THEN
                   DISPLAY '--- 'TabArbId(IndiceArbCdm)' '
                       TabArbNom(IndiceArbCdm)' '
                       TabArbPrenom(IndiceArbCdm)' ('
                       TabArbNat(IndiceArbCdm)') ---'
               END-IF
               COMPUTE NbDesignArbitre = NbDesignArbitre + 1
               MOVE TabDesRole(IndiceDesignCdm) TO TampoRoleArb
               PERFORM LIBELLE_ROLE_ARBITRE
               DISPLAY '   'TabCalDate(IndiceCal)' '
                   TabCalHeure(IndiceCal)' '
                   TabCalStatut(IndiceCal)' '
                   TabCalEq1(IndiceCal)' - '
                   TabCalEq2(IndiceCal)' : 'TampoLibelleRole.

      *=================================================================
      * calendrier jour par jour du tournoi : tous les matchs tries
      * par date puis par heure de coup d'envoi
      *=================================================================
           CALENDRIER_TOURNOI.
               PERFORM CHARGER_CALENDRIER
               PERFORM CHARGER_ARBITRES_CDM
               PERFORM CHARGER_DESIGNATIONS_CDM
               DISPLAY '=== CALENDRIER DU TOURNOI ==='
               IF NbMatchsCal = 0 THEN
                   DISPLAY '(aucun match programme)'
                           TabCalEq1(IndiceCal)' - '
                           TabCalEq2(IndiceCal)
                           ' ('TabCalStade(IndiceCal)')'
                       MOVE TabCalId(IndiceCal) TO TampoIdMatchDesign
                       PERFORM AFFICHER_ARBITRE_MATCH
                       COMPUTE IndiceCal = IndiceCal + 1
                   END-PERFORM
               END-IF.
           CHARGER_CALENDRIER.
               MOVE 0 TO NbMatchsCal
               OPEN INPUT Fmatch
               OPEN INPUT FstatMatch
               MOVE 0 TO Wfini
               PERFORM WITH TEST AFTER UNTIL Wfini = 1
                   READ Fmatch NEXT
                   NOT AT END
                       IF NbMatchsCal < 64 THEN
                           COMPUTE NbMatchsCal = NbMatchsCal + 1
                           MOVE m_id TO TabCalId(NbMatchsCal)
                           MOVE 1 TO TabCalJoue(NbMatchsCal)
                           MOVE m_id TO stat_m_id
                           READ FstatMatch
                               INVALID KEY
                                   MOVE 0 TO TabCalJoue(NbMatchsCal)
                           END-READ
                           MOVE m_date TO TabCalDate(NbMatchsCal)
                           MOVE m_heure TO TabCalHeure(NbMatchsCal)
                           MOVE m_statut TO TabCalStatut(NbMatchsCal)
                           MOVE m_nomStade TO TabCalStade(NbMatchsCal)
                       END-IF
               END-PERFORM
               CLOSE FstatMatch
               CLOSE Fmatch.

           TRIER_CALENDRIER.
                   END-PERFORM
               END-PERFORM.

      *=================================================================
      * sauvegarde et restauration des fichiers du tournoi (groupes,
      * matchs, statistiques, equipes, compteur, joueurs, buts,
      * stades, cartons et designations ; arbitres.dat et equipes.dat
      * appartiennent au programme Ligue 1 et sont sauvegardes par
      * lui) dans sauvegardeCdm_aaaammjj.dat, meme dessin que les
      * sauvegardes Ligue 1 : entete E, une ligne D par enregistrement,
      * un controle C par fichier (nombre d'enregistrements et total
      * d'une zone numerique ; groupes.dat, sans zone numerique, n'a
      * que le nombre) et une fin Z. Une sauvegarde incomplete n'est
      * pas restauree ; apres rechargement chaque fichier est relu et
      * rapproche de son controle.
      *=================================================================
      *=================================================================
      * nom de la sauvegarde de la date TampoDateSauvegarde
      *=================================================================
           NOMMER_SAUVEGARDE.
               MOVE SPACES TO TampoNomSauvegarde
               STRING 'sauvegardeCdm_' TampoDateSauvegarde '.dat'
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
               ACCEPT TampoDateSauvegarde FROM DATE YYYYMMDD
               PERFORM NOMMER_SAUVEGARDE
               OPEN OUTPUT Fsauvegarde
               IF Fsauvegarde_stat NOT = 0 THEN
                   DISPLAY 'Creation de 'TampoNomSauvegarde
                       ' impossible (statut 'Fsauvegarde_stat')'
               ELSE
                   ACCEPT TampoHeureSauvegarde FROM TIME
                   MOVE SPACES TO sauvegardeTampon
                   MOVE 'E' TO svg_type
                   MOVE 'CDM' TO svg_fichier
                   MOVE 0 TO svg_nbEnreg
                   MOVE 0 TO svg_totalCtl
                   MOVE TampoDateSauvegarde TO svg_dateSvg
                   MOVE TampoHeureSauvegarde TO svg_heureSvg
                   MOVE SPACES TO svg_auteurSvg
                   WRITE sauvegardeTampon END-WRITE
                   MOVE 1 TO WmodeSvg
                   MOVE 0 TO NbFichiersSvg
                   MOVE 0 TO NbEnregTotalSvg
                   PERFORM DECHARGER_FICHIERS_CDM
                   MOVE SPACES TO sauvegardeTampon
                   MOVE 'Z' TO svg_type
                   MOVE 'CDM' TO svg_fichier
                   MOVE NbEnregTotalSvg TO svg_nbEnreg
                   MOVE NbFichiersSvg TO svg_totalCtl
                   MOVE TampoDateSauvegarde TO svg_dateSvg
                   MOVE TampoHeureSauvegarde TO svg_heureSvg
                   MOVE SPACES TO svg_auteurSvg
                   WRITE sauvegardeTampon END-WRITE
                   CLOSE Fsauvegarde
                   DISPLAY TampoNomSauvegarde' : 'NbFichiersSvg
                       ' fichier(s), 'NbEnregTotalSvg
                       ' enregistrement(s)'
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
                   MOVE SPACES TO svg_auteurSvg
                   WRITE sauvegardeTampon END-WRITE
                   MOVE NbEnregSvg TO TabSvgNbAttendu(IndiceSvg)
                   MOVE TampoTotalSvg TO TabSvgTotAttendu(IndiceSvg)
                   COMPUTE NbEnregTotalSvg =
                       NbEnregTotalSvg + NbEnregSvg
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
                       IF TabSvgFichier(IndiceSvg) =
                           TampoFichierSvg THEN
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
               OPEN INPUT Fsauvegarde
               IF Fsauvegarde_stat NOT = 0 THEN
                   DISPLAY TampoNomSauvegarde' introuvable !'
               ELSE
                   MOVE 0 TO WfinLectureSvg
                   PERFORM WITH TEST AFTER UNTIL WfinLectureSvg = 1
                       READ Fsauvegarde
                       AT END MOVE 1 TO WfinLectureSvg
                       NOT AT END
                           PERFORM CONTROLER_LIGNE_SAUVEGARDE
                   END-PERFORM
                   CLOSE Fsauvegarde
                   IF NbFichiersSvg > 0 THEN
                       MOVE 1 TO IndiceSvg
                       PERFORM WITH TEST AFTER UNTIL
                           IndiceSvg > NbFichiersSvg
                           MOVE TabSvgTotAttendu(IndiceSvg) TO
                               TampoTotalSvgAff
                           IF TabSvgNbDonnees(IndiceSvg) NOT =
                               TabSvgNbAttendu(IndiceSvg) THEN
                               COMPUTE NbEcartsSvg = NbEcartsSvg + 1
                               DISPLAY TabSvgFichier(IndiceSvg)
                                   ' controle '
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
                           DISPLAY 'Sauvegarde incoherente : '
                               NbEcartsSvg
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
                   IF svg_fichier NOT = 'CDM' THEN
                       DISPLAY 'Ce n est pas une sauvegarde du'
                           ' tournoi !'
                       MOVE 1 TO WfinLectureSvg
                   ELSE
                       DISPLAY 'Sauvegarde du 'svg_dateSvg' a '
                           svg_heureSvg
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
                       PERFORM DECHARGER_FICHIERS_CDM
                       PERFORM RAPPROCHER_RESTAURATION
                   END-IF
               END-IF.

           RECHARGER_SAUVEGARDE.
               MOVE SPACES TO TampoFichierOuvert
               OPEN INPUT Fsauvegarde
               MOVE 0 TO WfinLectureSvg
               PERFORM WITH TEST AFTER UNTIL WfinLectureSvg = 1
                   READ Fsauvegarde
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
               CLOSE Fsauvegarde.

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
                   DISPLAY 'Restauration terminee, controles'
                       ' concordants.'
               ELSE
                   DISPLAY 'Restauration terminee avec 'NbEcartsSvg
                       ' fichier(s) en ecart !'
               END-IF.

      *=================================================================
      * dechargement (ou relecture) de chaque fichier du tournoi
      *=================================================================
           DECHARGER_FICHIERS_CDM.
               PERFORM SVG_GROUPES
               PERFORM SVG_MATCHS
               PERFORM SVG_STATS_MATCHS
               PERFORM SVG_EQUIPES
               PERFORM SVG_COMPTEUR
               PERFORM SVG_JOUEURS
               PERFORM SVG_BUTS
               PERFORM SVG_STADES
               PERFORM SVG_CARTONS
               PERFORM SVG_DESIGNATIONS.

           SVG_GROUPES.
               MOVE 'groupes.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT Fgroupe
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ Fgroupe NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE groupeTampon TO TampoDonneesSvg
                       MOVE 0 TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE Fgroupe
               PERFORM TERMINER_FICHIER_SVG.

           SVG_MATCHS.
               MOVE 'matchs.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT Fmatch
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ Fmatch NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE matchTampon TO TampoDonneesSvg
                       MOVE m_id TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE Fmatch
               PERFORM TERMINER_FICHIER_SVG.

           SVG_STATS_MATCHS.
               MOVE 'statsMatchs.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FstatMatch
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FstatMatch NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE statMatchTampon TO TampoDonneesSvg
                       MOVE stat_m_nbSpect TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FstatMatch
               PERFORM TERMINER_FICHIER_SVG.

           SVG_EQUIPES.
               MOVE 'equipesCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT Fequipe
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ Fequipe NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE equipeTampon TO TampoDonneesSvg
                       MOVE eq_nbPoints TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE Fequipe
               PERFORM TERMINER_FICHIER_SVG.

           SVG_COMPTEUR.
               MOVE 'compteur.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT Fcompteur
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ Fcompteur NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE compteurTampon TO TampoDonneesSvg
                       MOVE cpt_prochainId TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE Fcompteur
               PERFORM TERMINER_FICHIER_SVG.

           SVG_JOUEURS.
               MOVE 'joueursCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FjoueurCdm
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FjoueurCdm NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE joueurCdmTampon TO TampoDonneesSvg
                       MOVE jc_id TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FjoueurCdm
               PERFORM TERMINER_FICHIER_SVG.

           SVG_BUTS.
               MOVE 'butsCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FbutCdm
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FbutCdm NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE butCdmTampon TO TampoDonneesSvg
                       MOVE but_idMatch TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FbutCdm
               PERFORM TERMINER_FICHIER_SVG.

           SVG_STADES.
               MOVE 'stadesCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FstadeCdm
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FstadeCdm NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE stadeCdmTampon TO TampoDonneesSvg
                       MOVE st_capacite TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FstadeCdm
               PERFORM TERMINER_FICHIER_SVG.

           SVG_CARTONS.
               MOVE 'cartonsCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FcartonCdm
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FcartonCdm NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE cartonCdmTampon TO TampoDonneesSvg
                       MOVE car_idMatch TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FcartonCdm
               PERFORM TERMINER_FICHIER_SVG.

           SVG_DESIGNATIONS.
               MOVE 'designationsCdm.dat' TO TampoFichierSvg
               PERFORM DEBUTER_FICHIER_SVG
               OPEN INPUT FdesignCdm
               MOVE 0 TO WfinSvg
               PERFORM WITH TEST AFTER UNTIL WfinSvg = 1
                   READ FdesignCdm NEXT
                   AT END MOVE 1 TO WfinSvg
                   NOT AT END
                       MOVE designCdmTampon TO TampoDonneesSvg
                       MOVE des_idArb TO TampoCleSvg
                       PERFORM COMPTER_ENREG_SVG
               END-PERFORM
               CLOSE FdesignCdm
               PERFORM TERMINER_FICHIER_SVG.

           OUVRIR_FICHIER_RST.
               EVALUATE TampoFichierOuvert
               WHEN 'groupes.dat'
                   OPEN OUTPUT Fgroupe
               WHEN 'matchs.dat'
                   OPEN OUTPUT Fmatch
               WHEN 'statsMatchs.dat'
                   OPEN OUTPUT FstatMatch
               WHEN 'equipesCdm.dat'
                   OPEN OUTPUT Fequipe
               WHEN 'compteur.dat'
                   OPEN OUTPUT Fcompteur
               WHEN 'joueursCdm.dat'
                   OPEN OUTPUT FjoueurCdm
               WHEN 'butsCdm.dat'
                   OPEN OUTPUT FbutCdm
               WHEN 'stadesCdm.dat'
                   OPEN OUTPUT FstadeCdm
               WHEN 'cartonsCdm.dat'
                   OPEN OUTPUT FcartonCdm
               WHEN 'designationsCdm.dat'
                   OPEN OUTPUT FdesignCdm
               WHEN OTHER
                   DISPLAY 'Fichier inconnu ignore : 'TampoFichierOuvert
               END-EVALUATE.

           ECRIRE_FICHIER_RST.
               EVALUATE TampoFichierOuvert
               WHEN 'groupes.dat'
                   MOVE svg_donnees TO groupeTampon
                   WRITE groupeTampon END-WRITE
               WHEN 'matchs.dat'
                   MOVE svg_donnees TO matchTampon
                   WRITE matchTampon END-WRITE
               WHEN 'statsMatchs.dat'
                   MOVE svg_donnees TO statMatchTampon
                   WRITE statMatchTampon END-WRITE
               WHEN 'equipesCdm.dat'
                   MOVE svg_donnees TO equipeTampon
                   WRITE equipeTampon END-WRITE
               WHEN 'compteur.dat'
                   MOVE svg_donnees TO compteurTampon
                   WRITE compteurTampon END-WRITE
               WHEN 'joueursCdm.dat'
                   MOVE svg_donnees TO joueurCdmTampon
                   WRITE joueurCdmTampon END-WRITE
               WHEN 'butsCdm.dat'
                   MOVE svg_donnees TO butCdmTampon
                   WRITE butCdmTampon END-WRITE
               WHEN 'stadesCdm.dat'
                   MOVE svg_donnees TO stadeCdmTampon
                   WRITE stadeCdmTampon END-WRITE
               WHEN 'cartonsCdm.dat'
                   MOVE svg_donnees TO cartonCdmTampon
                   WRITE cartonCdmTampon END-WRITE
               WHEN 'designationsCdm.dat'
                   MOVE svg_donnees TO designCdmTampon
                   WRITE designCdmTampon END-WRITE
               END-EVALUATE.

           FERMER_FICHIER_RST.
               EVALUATE TampoFichierOuvert
               WHEN 'groupes.dat'
                   CLOSE Fgroupe
               WHEN 'matchs.dat'
                   CLOSE Fmatch
               WHEN 'statsMatchs.dat'
                   CLOSE FstatMatch
               WHEN 'equipesCdm.dat'
                   CLOSE Fequipe
               WHEN 'compteur.dat'
                   CLOSE Fcompteur
               WHEN 'joueursCdm.dat'
                   CLOSE FjoueurCdm
               WHEN 'butsCdm.dat'
                   CLOSE FbutCdm
               WHEN 'stadesCdm.dat'
                   CLOSE FstadeCdm
               WHEN 'cartonsCdm.dat'
                   CLOSE FcartonCdm
               WHEN 'designationsCdm.dat'
                   CLOSE FdesignCdm
               END-EVALUATE.

           END PROGRAM ProjetCoupeDuMonde_cbl.
