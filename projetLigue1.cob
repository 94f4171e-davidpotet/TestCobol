            ALTERNATE RECORD KEY IS fac_idJouAc WITH DUPLICATES
            FILE STATUS IS factions_stat.

      * ancien journal des actions (identifiant et rencontre sur 3
      * chiffres), renomme avant conversion et relu une seule fois
            SELECT factionsAncien ASSIGN TO "actionsAncien.dat"
            ORGANIZATION indexed
            ACCESS IS sequential
            RECORD KEY IS faa_Action
            ALTERNATE RECORD KEY IS faa_idRencAc WITH DUPLICATES
            ALTERNATE RECORD KEY IS faa_idJouAc WITH DUPLICATES
            FILE STATUS IS factionsAncien_stat.

                SELECT farbitres ASSIGN TO "arbitres.dat"
            ORGANIZATION indexed
            ACCESS IS dynamic
           RECORD KEY IS ft_idStade
           FILE STATUS IS ftarifs_stat.

           SELECT fzones ASSIGN TO "zones.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fz_Zone
           FILE STATUS IS fzones_stat.

           SELECT fbaremearb ASSIGN TO "baremeArbitres.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fba_slot
           FILE STATUS IS fbaremearb_stat.

           SELECT fabonnements ASSIGN TO "abonnements.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fexpbuteurs_stat.

           SELECT fexppositions ASSIGN TO "exportPositions.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fexppositions_stat.

      * fichier de paiement des indemnites d'arbitrage transmis a la
      * tresorerie (une ligne par arbitre et par releve mensuel)
           SELECT fpaiementsarb ASSIGN TO "paiementsArbitres.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fpaiementsarb_stat.

      * fichiers plats de chargement en masse (une ligne par
      * enregistrement, champs separes par des ';') et compte rendu
      * des lignes rejetees
           RECORD KEY IS rep_id
           FILE STATUS IS freprise_stat.

      * traitement de nuit sans terminal : liste des etapes a
      * enchainer, compte rendu d'execution et point de reprise
           SELECT fbatchctl ASSIGN TO "batchNuit.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fbatchctl_stat.

           SELECT fbatchlog ASSIGN TO "batchNuit.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fbatchlog_stat.

           SELECT frepbatch ASSIGN TO "repriseBatch.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS rb_id
           FILE STATUS IS frepbatch_stat.

      * sauvegardes datees de tous les fichiers indexes, nom construit
      * a l'execution (sauvegardeL1_aaaammjj.dat)
           SELECT fsauvegarde ASSIGN USING TampoNomSauvegarde
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS fsauvegarde_stat.

           SELECT fcompositions ASSIGN TO "compositions.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fco_Composition
           FILE STATUS IS fcompositions_stat.

           SELECT findispos ASSIGN TO "indisponibilites.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fin_Indispo
           FILE STATUS IS findispos_stat.

           SELECT fsanctions ASSIGN TO "sanctions.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fsa_idSanction
           FILE STATUS IS fsanctions_stat.

      * concours de pronostics des visiteurs inscrits et extrait des
      * gagnants remis au service marketing pour le tirage au sort
           SELECT fpronostics ASSIGN TO "pronostics.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fpr_Pronostic
           FILE STATUS IS fpronostics_stat.

           SELECT fexpgagnants ASSIGN TO "gagnantsPronostics.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fexpgagnants_stat.

      * messages sortants aux visiteurs, releves chaque nuit par le
      * prestataire d'emailing, et dernier numero de message attribue
           SELECT fnotifs ASSIGN TO "notifications.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fnotifs_stat.

           SELECT fcptnotif ASSIGN TO "compteurNotifications.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS cn_id
           FILE STATUS IS fcptnotif_stat.

      * journal des mouvements de caisse de la billetterie, comptes
      * comptables des clubs, clotures de caisse journalieres et
      * journal comptable du jour (journalCompta_aaaammjj.txt)
           SELECT fpaiements ASSIGN TO "paiements.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fpa_Mouvement
           ALTERNATE RECORD KEY IS fpa_reference WITH DUPLICATES
           FILE STATUS IS fpaiements_stat.

           SELECT fcomptesclubs ASSIGN TO "comptesClubs.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fcc_idEquipe
           FILE STATUS IS fcomptesclubs_stat.

           SELECT fcloturescaisse ASSIGN TO "cloturesCaisse.dat"
           ORGANIZATION indexed
           ACCESS IS dynamic
           RECORD KEY IS fcl_date
           FILE STATUS IS fcloturescaisse_stat.

           SELECT fjournalcpt ASSIGN USING TampoNomJournal
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS fjournalcpt_stat.


           DATA DIVISION.
           FILE SECTION.
            01 administrateurTampon.
              02 fa_login PIC X(10).
              02 fa_mdp PIC X(15).
      * role du compte : 'S' super-administrateur, 'B' billetterie,
      * 'M' saisie des matchs, 'L' consultation des rapports ; echecs
      * de mot de passe consecutifs, le compte est verrouille (1) au
      * troisieme jusqu'a son deblocage par un super-administrateur
              02 fa_roleAdm PIC X(1).
              02 fa_nbEchecsAdm PIC 9(1).
              02 fa_verrouAdm PIC 9(1).
              02 fa_modifParAdm PIC X(10).
              02 fa_dateModifAdm PIC 9(8).

      * une reservation porte sur une ou plusieurs places d'une meme
      * zone du stade ; fres_seqResa numerote les reservations d'un
      * visiteur pour une rencontre, fres_montant est le total des
      * places (fres_typeTarif 'mixte' quand normal et reduit)
           FD freservations.
            01 reservationsTampon.
              02 fres_Reservation.
                03 fres_idVisiteur PIC 9(3).
                03 fres_idRenc PIC 9(5).
                03 fres_seqResa PIC 9(2).
              02 fres_statutRes PIC A(10).
              02 fres_dateRes PIC 9(8).
              02 fres_typeTarif PIC X(6).
              02 fres_montant PIC 9(4)V99.
              02 fres_idZone PIC 9(2).
              02 fres_nbPlaces PIC 9(2).

      *=================================================================
      * fichiers plats d'export pour le site web et la federation :
           FD fexpbuteurs.
            01 expButeursLigne PIC X(120).

           FD fexppositions.
            01 expPositionsLigne PIC X(150).

           FD fpaiementsarb.
            01 paiementsArbLigne PIC X(120).

      *=================================================================
      * fichiers plats de chargement en masse et compte rendu des
      * rejets (une ligne par enregistrement, champs separes par ';')
              02 rep_nbMaj PIC 9(4).
              02 rep_nbActions PIC 9(6).

      *=================================================================
      * traitement de nuit : batchNuit.txt donne un code d'etape par
      * ligne (STATS, SUSPENSIONS, AUDIT, ATTENTES, EXPORTS ; une ligne
      * commencant par '*' est un commentaire), batchNuit.log recoit
      * le compte rendu de chaque lancement. repriseBatch.dat garde
      * l'etat du dernier lancement ('encours', 'echec' ou 'fini'), la
      * derniere etape reussie et le code de l'etape en cours ou en
      * echec, pour repartir de cette etape au lancement suivant.
      *=================================================================
           FD fbatchctl.
            01 batchCtlLigne PIC X(80).

           FD fbatchlog.
            01 batchLogLigne PIC X(120).

           FD frepbatch.
            01 repriseBatchTampon.
              02 rb_id PIC 9(1).
              02 rb_etat PIC X(7).
              02 rb_derniereEtapeOk PIC 9(2).
              02 rb_codeEtape PIC X(12).
              02 rb_dateLancement PIC 9(8).
              02 rb_heureLancement PIC 9(8).

      *=================================================================
      * sauvegarde : une ligne par enregistrement decharge, precedee
      * d'un entete et suivie d'un controle par fichier (voir
      * sauvegarde.cpy)
      *=================================================================
           FD fsauvegarde.
            01 sauvegardeTampon.
              02 svg_type PIC X(1).
              02 svg_fichier PIC X(20).
              02 svg_donnees PIC X(300).
              02 svg_controle REDEFINES svg_donnees.
                03 svg_nbEnreg PIC 9(7).
                03 svg_totalCtl PIC 9(13)V99.
                03 svg_dateSvg PIC 9(8).
                03 svg_heureSvg PIC 9(8).
                03 svg_auteurSvg PIC X(10).
                03 FILLER PIC X(252).

      *=================================================================
      * bareme de billetterie par stade : un tarif normal et un tarif
      * reduit, saisis et conserves en centimes (entiers), appliques
              02 ft_modifPar PIC X(10).
              02 ft_dateModif PIC 9(8).

      *=================================================================
      * zones (tribunes) d'un stade, numerotees de 1 a 10 : chacune a
      * sa capacite et ses tarifs normal et reduit en centimes. Un
      * stade sans zone est traite comme une tribune unique (zone 1) a
      * la capacite du stade et au bareme de tarifs.dat
      *=================================================================
           FD fzones.
            01 zonesTampon.
              02 fz_Zone.
                03 fz_idStade PIC 9(6).
                03 fz_idZone PIC 9(2).
              02 fz_libelle PIC X(20).
              02 fz_capacite PIC 9(6).
              02 fz_tarifNormal PIC 9(5).
              02 fz_tarifReduit PIC 9(5).
              02 fz_modifPar PIC X(10).
              02 fz_dateModif PIC 9(8).

      *=================================================================
      * bareme des indemnites d'arbitrage, une ligne par creneau
      * (1 arbitre central, 2 et 3 assistants, 4 quatrieme arbitre)
      *=================================================================
           FD fbaremearb.
            01 baremeArbTampon.
              02 fba_slot PIC 9(1).
              02 fba_libelle PIC X(20).
              02 fba_montant PIC 9(5)V99.
              02 fba_modifPar PIC X(10).
              02 fba_dateModif PIC 9(8).

      *=================================================================
      * abonnements de saison : un supporter abonne a un club a une
      * place dans la zone fab_idZone du stade, comptee sur la capacite
      * de cette zone pour chaque rencontre a domicile du club, au
      * tarif abonnement du bareme du stade
      *=================================================================
           FD fabonnements.
            01 abonnementsTampon.
              02 fab_statutAbo PIC A(10).
              02 fab_dateAbo PIC 9(8).
              02 fab_montant PIC 9(4)V99.
              02 fab_idZone PIC 9(2).

      *=================================================================
      * liste d'attente des rencontres completes : une ligne par
      * demande, cle rencontre + numero d'ordre croissant pour servir
      * la demande la plus ancienne en premier ; la zone, le nombre
      * de places et le tarif choisis a l'inscription sont conserves
      * et appliques a la conversion
      *=================================================================
           FD fattentes.
            01 attentesTampon.
              02 fat_dateDem PIC 9(8).
              02 fat_typeTarif PIC X(6).
              02 fat_montant PIC 9(4)V99.
              02 fat_idZone PIC 9(2).
              02 fat_nbPlaces PIC 9(2).

      *=================================================================
      * journal des transferts : une ligne datee par mouvement, avec
              02 fv_age PIC 9(3).
              02 fv_mdp PIC X(15).

      * identifiant d'action sur 6 chiffres (une saison complete
      * depasse largement 999 actions) et rencontre sur 5 chiffres
      * comme fr_idRenc (rencontres de coupe numerotees au-dela de 999)
                FD factions.
            01 actionsTampon.
              02 fac_Action.
                03 fac_idAc PIC 9(6).
                03 fac_typeAc PIC A(20).
              02 fac_idRencAc PIC 9(5).
              02 fac_idJouAc PIC 9(3).
              02 fac_minuteAc PIC 9(3).

           FD factionsAncien.
            01 actionsAncienTampon.
              02 faa_Action.
                03 faa_idAc PIC 9(3).
                03 faa_typeAc PIC A(20).
              02 faa_idRencAc PIC 9(3).
              02 faa_idJouAc PIC 9(3).
              02 faa_minuteAc PIC 9(3).


                    FD farbitres.
            01 arbitresTampon.
              02 faf_slot PIC 9(1).
              02 faf_modifPar PIC X(10).
              02 faf_dateModif PIC 9(8).
      * frais de deplacement saisis pour l'affectation ; indemnite
      * figee et mois (aaaamm) du releve qui l'a payee, 0 tant que
      * l'affectation n'est pas payee
              02 faf_fraisDepl PIC 9(4)V99.
              02 faf_honoraires PIC 9(5)V99.
              02 faf_moisPaye PIC 9(6).


                    FD fjoueurs.
              02 fj_passeJou PIC 9(3).
              02 fj_cartonRJou PIC 9(3).
              02 fj_cartonJJou PIC 9(3).
              02 fj_minutesJou PIC 9(5).
              02 fj_titularisationsJou PIC 9(3).
              02 fj_entreesJou PIC 9(3).
              02 fj_modifPar PIC X(10).
              02 fj_dateModif PIC 9(8).

      * reservation, recredite a chaque annulation ou remboursement ;
      * l'audit d'integrite le reconcilie avec freservations
            02 fr_placesRestantes PIC 9(6).
      * meme compteur detaille par zone du stade (indice = numero de
      * zone) ; fr_placesRestantes en reste le total
            02 fr_placesZones.
                    03 fr_placesZone PIC 9(6) OCCURS 10.


           FD fstades.
              02 fs_lieuStade PIC A(20).
              02 fs_capaciteStade PIC 9(6).

      *=================================================================
      * composition des equipes par rencontre : une ligne par joueur
      * inscrit sur la feuille de match, titulaire ou remplacant.
      * fco_minuteEntree vaut 0 pour un titulaire et 999 pour un
      * remplacant pas encore entre en jeu ; fco_minuteSortie vaut 999
      * tant que le joueur n'est pas sorti (remplacement ou carton
      * rouge). Les remplacements sont portes par ces deux minutes.
      *=================================================================
           FD fcompositions.
            01 compositionsTampon.
              02 fco_Composition.
                03 fco_idRenc PIC 9(5).
                03 fco_idJou PIC 9(3).
              02 fco_idEq PIC 9(6).
              02 fco_role PIC A(10).
              02 fco_minuteEntree PIC 9(3).
              02 fco_minuteSortie PIC 9(3).
              02 fco_modifPar PIC X(10).
              02 fco_dateModif PIC 9(8).

      *=================================================================
      * registre medical : une ligne par periode d'indisponibilite d'un
      * joueur (blessure, maladie, selection), cle joueur + numero
      * d'ordre ; le joueur est absent du premier jour d'absence
      * jusqu'a la veille de la date de retour prevue
      *=================================================================
           FD findispos.
            01 indisposTampon.
              02 fin_Indispo.
                03 fin_idJou PIC 9(3).
                03 fin_sequence PIC 9(3).
              02 fin_type PIC X(10).
              02 fin_dateDebut PIC 9(8).
              02 fin_dateRetour PIC 9(8).
              02 fin_modifPar PIC X(10).
              02 fin_dateModif PIC 9(8).

      *=================================================================
      * sanctions disciplinaires et administratives : retrait de points
      * a un club et/ou rencontre donnee sur tapis vert (score attribue,
      * fsa_idRencTapis a 0 quand il n'y en a pas)
      *=================================================================
           FD fsanctions.
            01 sanctionsTampon.
              02 fsa_idSanction PIC 9(4).
              02 fsa_idEquipe PIC 9(6).
              02 fsa_pointsRetires PIC 9(2).
              02 fsa_motif PIC X(30).
              02 fsa_dateDecision PIC 9(8).
              02 fsa_idRencTapis PIC 9(5).
              02 fsa_scoreDomAttribue PIC 9(2).
              02 fsa_scoreExtAttribue PIC 9(2).
              02 fsa_modifPar PIC X(10).
              02 fsa_dateModif PIC 9(8).

      *=================================================================
      * pronostics : un score prevu par visiteur et par rencontre de
      * championnat, modifiable jusqu'au coup d'envoi ; fpr_statutPro
      * passe de 'attente' a 'note' quand le score reel est saisi et
      * fpr_points recoit 3 (score exact), 1 (bonne issue) ou 0
      *=================================================================
           FD fpronostics.
            01 pronosticsTampon.
              02 fpr_Pronostic.
                03 fpr_idVisiteur PIC 9(3).
                03 fpr_idRenc PIC 9(5).
              02 fpr_journee PIC 9(2).
              02 fpr_scoreDom PIC 9(2).
              02 fpr_scoreExt PIC 9(2).
              02 fpr_dateSaisie PIC 9(8).
              02 fpr_statutPro PIC A(7).
              02 fpr_points PIC 9(1).

      * type (J journee, S saison);journee;rang;visiteur;nom;prenom;
      * email;points;scores exacts
           FD fexpgagnants.
            01 expGagnantsLigne PIC X(150).

      *=================================================================
      * une ligne par message : numero;date;heure;type;email;nom;
      * prenom;rencontre;date rencontre;heure;club domicile;club
      * exterieur;detail. Le numero croit sans jamais etre reattribue :
      * le prestataire ignore tout numero deja traite.
      *=================================================================
           FD fnotifs.
            01 notifLigne PIC X(250).

      * un seul enregistrement (cle 1) : dernier numero de message
           FD fcptnotif.
            01 compteurNotifTampon.
              02 cn_id PIC 9(1).
              02 cn_dernierNumero PIC 9(9).
              02 cn_dateModif PIC 9(8).

      *=================================================================
      * journal de caisse : un mouvement date par vente, annulation,
      * remboursement ou abonnement, jamais modifie ni purge. Cle date
      * + numero d'ordre dans la journee ; fpa_reference designe la
      * reservation (visiteur, rencontre, numero de reservation) ou
      * l'abonnement (visiteur, club, numero 00) concerne.
      * fpa_sens : 'E' encaissement, 'D' decaissement.
      *=================================================================
           FD fpaiements.
            01 paiementsTampon.
              02 fpa_Mouvement.
                03 fpa_date PIC 9(8).
                03 fpa_sequence PIC 9(5).
              02 fpa_heure PIC 9(6).
              02 fpa_type PIC X(13).
              02 fpa_sens PIC X(1).
              02 fpa_idEquipe PIC 9(6).
              02 fpa_reference.
                03 fpa_refVisiteur PIC 9(3).
                03 fpa_refObjet PIC 9(6).
                03 fpa_refSeq PIC 9(2).
              02 fpa_idZone PIC 9(2).
              02 fpa_nbPlaces PIC 9(2).
              02 fpa_montant PIC 9(6)V99.
              02 fpa_modifPar PIC X(10).

      * compte de produits billetterie de chaque club ; le club 0 porte
      * le compte de tresorerie de la billetterie
           FD fcomptesclubs.
            01 comptesClubsTampon.
              02 fcc_idEquipe PIC 9(6).
              02 fcc_compte PIC X(10).
              02 fcc_modifPar PIC X(10).
              02 fcc_dateModif PIC 9(8).

      * une cloture par journee de caisse : totaux, ecarts du
      * rapprochement, journal comptable produit ('O') ou non ('N')
           FD fcloturescaisse.
            01 cloturesCaisseTampon.
              02 fcl_date PIC 9(8).
              02 fcl_nbMouvements PIC 9(5).
              02 fcl_totalEnc PIC 9(8)V99.
              02 fcl_totalDec PIC 9(8)V99.
              02 fcl_nbEcarts PIC 9(5).
              02 fcl_journal PIC X(1).
              02 fcl_modifPar PIC X(10).
              02 fcl_dateModif PIC 9(8).

      * journal;date;piece;compte;libelle;debit;credit
           FD fjournalcpt.
            01 journalCptLigne PIC X(120).


           WORKING-STORAGE SECTION.

           77 factions_stat PIC 9(2).
           77 factionsAncien_stat PIC 9(2).
           77 farbitres_stat PIC 9(2).
           77 fjoueurs_stat PIC 9(2).
           77 fequipes_stat PIC 9(2).
           77 fsuspensions_stat PIC 9(2).
           77 fhistoriques_stat PIC 9(2).
           77 ftarifs_stat PIC 9(2).
           77 fzones_stat PIC 9(2).
           77 fbaremearb_stat PIC 9(2).
           77 fpaiementsarb_stat PIC 9(2).
           77 fabonnements_stat PIC 9(2).
           77 fattentes_stat PIC 9(2).
           77 ftransferts_stat PIC 9(2).
           77 fexpclassement_stat PIC 9(2).
           77 fexpresultats_stat PIC 9(2).
           77 fexpbuteurs_stat PIC 9(2).
           77 fexppositions_stat PIC 9(2).
           77 freprise_stat PIC 9(2).
           77 fimpequipes_stat PIC 9(2).
           77 fimpjoueurs_stat PIC 9(2).
           77 fimparbitres_stat PIC 9(2).
           77 fimpstades_stat PIC 9(2).
           77 fimprejets_stat PIC 9(2).
           77 fcompositions_stat PIC 9(2).
           77 findispos_stat PIC 9(2).
           77 fsanctions_stat PIC 9(2).
           77 fpronostics_stat PIC 9(2).
           77 fexpgagnants_stat PIC 9(2).
           77 fnotifs_stat PIC 9(2).
           77 fcptnotif_stat PIC 9(2).
           77 fpaiements_stat PIC 9(2).
           77 fcomptesclubs_stat PIC 9(2).
           77 fcloturescaisse_stat PIC 9(2).
           77 fjournalcpt_stat PIC 9(2).
           77 fbatchctl_stat PIC 9(2).
           77 fbatchlog_stat PIC 9(2).
           77 frepbatch_stat PIC 9(2).
           77 fsauvegarde_stat PIC 9(2).



           77 WmdpSaisi PIC X(15).
           77 TampoDateAudit PIC 9(8).
           77 TampoNbAdmins PIC 9(4).
           77 NbSuperActifsAutres PIC 9(4).

      * roles, droits par option du menu administrateur et
      * verrouillage des comptes
           77 TampoAdminRole PIC X(1).
           77 TampoLibelleRole PIC X(20).
           77 TampoRoleSaisi PIC X(1).
           77 WconnexionAdmin PIC 9.
           77 WoptionPermise PIC 9.
           77 WroleValide PIC 9.
           77 WcompteTrouve PIC 9.
           77 WchoixComptes PIC 9(2).
           77 WfinCompte PIC 9.
           77 TampoLoginCompte PIC X(10).
           77 TampoMdpCompte PIC X(15).

      * classement ligue 1
           77 IndiceClassement PIC 9(3).
               02 ClassementLigne OCCURS 50.
                   03 Clt_idEq PIC 9(6).
                   03 Clt_nomEq PIC A(20).
                   03 Clt_points PIC S9(3).
                   03 Clt_butsPour PIC 9(3).
                   03 Clt_butsContre PIC 9(3).
                   03 Clt_penalite PIC 9(3).
           01 TampoLigneClassement.
               02 TL_idEq PIC 9(6).
               02 TL_nomEq PIC A(20).
               02 TL_points PIC S9(3).
               02 TL_butsPour PIC 9(3).
               02 TL_butsContre PIC 9(3).
               02 TL_penalite PIC 9(3).

      * rafraichissement des stats joueurs
           77 TampoIdJouRecherche PIC 9(3).
                   03 TabCumulPasses PIC 9(3).
                   03 TabCumulCartR PIC 9(3).
                   03 TabCumulCartJ PIC 9(3).
                   03 TabCumulMinutes PIC 9(5).
                   03 TabCumulTitu PIC 9(3).
                   03 TabCumulEntrees PIC 9(3).

      * affectation des arbitres
           77 TampoStatutRencArb PIC X(5).
           77 TampoDateArbTxt PIC X(8).
           77 TampoHeureArbTxt PIC X(5).

      * indemnites d'arbitrage : bareme, frais de deplacement et
      * releve mensuel par arbitre
           77 TampoMontantCentimes PIC 9(7).
           77 TampoSlotBareme PIC 9(1).
           77 TampoLibelleCreneau PIC X(20).
           77 IndiceBareme PIC 9(1).
           77 WbaremeIncomplet PIC 9.
           77 WbaremeTrouve PIC 9.
           77 WligneRetenue PIC 9.
           77 TampoMoisPaye PIC 9(6).
           77 TampoFinMoisTxt PIC X(8).
           77 TampoFraisAff PIC 9(4).99.
           77 TampoHonoAff PIC 9(5).99.
           77 TampoTotHonoAff PIC 9(6).99.
           77 TampoTotFraisAff PIC 9(6).99.
           77 TampoTotArbAff PIC 9(7).99.
           77 TampoTotGeneralAff PIC 9(8).99.
           77 TampoTotHonoArb PIC 9(6)V99.
           77 TampoTotFraisArb PIC 9(6)V99.
           77 TampoTotArb PIC 9(7)V99.
           77 TampoTotGeneral PIC 9(8)V99.
           77 NbAffReleve PIC 9(3).
           77 NbArbPayes PIC 9(3).
           77 NbAffNonJouees PIC 9(3).
           77 NbAffRemplacees PIC 9(3).
           77 NbAffNonPayees PIC 9(3).
           01 TampoMoisReleve.
               02 TampoAnneeReleve PIC 9(4).
               02 TampoMoisRel PIC 9(2).
           01 TableBaremeArb.
               02 TabBaremeArb OCCURS 4.
                   03 TabBarLibelle PIC X(20).
                   03 TabBarMontant PIC 9(5)V99.
           77 NbRencIndem PIC 9(3).
           77 IndiceRencIndem PIC 9(3).
           01 TableRencIndem.
               02 TabRencIndem OCCURS 400.
                   03 TabRiId PIC 9(5).
                   03 TabRiStatut PIC X(5).
                   03 TabRiArb PIC 9(2) OCCURS 4.
           77 NbLignesIndem PIC 9(4).
           77 IndiceLigneIndem PIC 9(4).
           01 TableLignesIndem.
               02 TabLigneIndem OCCURS 999.
                   03 TabLiArb PIC 9(3).
                   03 TabLiRenc PIC 9(5).
                   03 TabLiDate PIC X(8).
                   03 TabLiSlot PIC 9(1).
                   03 TabLiHono PIC 9(5)V99.
                   03 TabLiFrais PIC 9(4)V99.

      * identifiants auto-incrementes par recherche du maximum existant
           77 TampoNextIdJoueur PIC 9(3).
           77 TampoNextIdEquipe PIC 9(6).
           77 TampoNextIdArbitre PIC 9(3).
           77 TampoNextIdRencontre PIC 9(5).
           77 TampoNextIdStade PIC 9(6).
           77 TampoNextIdAction PIC 9(6).

      * reservation de places
           77 TampoStatutRencResa PIC X(5).
           77 TampoIdRencVisee PIC 9(5).
           77 WresaEcrite PIC 9.

      * zones du stade de la rencontre (indice = numero de zone) :
      * capacite, tarifs en centimes et abonnes actifs par zone
           77 NbZonesStade PIC 9(2).
           77 IndiceZone PIC 9(2).
           77 IndiceZoneAbo PIC 9(2).
           77 IndiceZoneAtt PIC 9(2).
           77 TampoIdZoneVisee PIC 9(2).
           77 TampoIdStadeZone PIC 9(6).
           77 TampoNbPlacesResa PIC 9(2).
           77 TampoNbPlacesReduit PIC 9(2).
           77 TampoSeqResa PIC 9(2).
           77 TampoIdVisResa PIC 9(3).
           77 TampoCapaciteZones PIC 9(6).
           77 WfinZone PIC 9.
           77 WzoneValide PIC 9.
           77 WzoneTrouvee PIC 9.
           01 TableZonesStade.
               02 TabZone OCCURS 10.
                   03 TabZoDefinie PIC 9.
                   03 TabZoLibelle PIC X(20).
                   03 TabZoCapacite PIC 9(6).
                   03 TabZoTarifNormal PIC 9(5).
                   03 TabZoTarifReduit PIC 9(5).
                   03 TabZoAbonnes PIC 9(6).
      * places par zone : a la creation d'une rencontre, relues sur la
      * rencontre, ou liberees par un remboursement
           01 TablePlacesInitZones.
               02 TabPlacesInitZone PIC 9(6) OCCURS 10.
           01 TablePlacesZonesRenc.
               02 TabPlacesZoneRenc PIC 9(6) OCCURS 10.
           01 TablePlacesLibereesZones.
               02 TabPlacesLibZone PIC 9(6) OCCURS 10.

      * recherche lineaire equipe / stade par identifiant
           77 Wtrouve3 PIC 9.

           77 NbRevClubs PIC 9(2).
           77 NbRevEq PIC 9(2).
           77 NbRevSt PIC 9(2).
           77 NbOccZones PIC 9(3).
           77 IndiceOcc PIC 9(3).
           77 NbOccZonesStade PIC 9(2).
           77 WtrouveOcc PIC 9.
           77 TampoTotResaOcc PIC 9(8).
           77 TampoTotCapaOcc PIC 9(8).
           77 TampoIdStadeRev PIC 9(6).
           77 TampoCapaRev PIC 9(6).
           77 TampoPctOccup PIC 9(3).
               02 RevStLigne OCCURS 50.
                   03 TabRevStId PIC 9(6).
                   03 TabRevStCapa PIC 9(6).
           01 TableOccZones.
               02 OccZoneLigne OCCURS 500.
                   03 TabOczStade PIC 9(6).
                   03 TabOczZone PIC 9(2).
                   03 TabOczLibelle PIC X(20).
                   03 TabOczResa PIC 9(8).
                   03 TabOczCapa PIC 9(8).

      * compteur de places restantes par rencontre
           77 TampoPlacesRestantes PIC 9(6).
           77 TampoPlacesInit PIC 9(6).
           77 TampoPlacesCalcul PIC S9(7).
           77 TampoPlacesCalculTot PIC 9(7).
           77 TampoPlacesLibresZone PIC 9(6).
           77 TampoNbPlacesAttente PIC 9(2).
           77 WsensPlaces PIC 9.
           77 WnbPlacesAjust PIC 9(4).

               02 FILLER PIC X(1).
               02 THC_nom PIC A(20).
               02 FILLER PIC X(5).
               02 THC_points PIC X(3).
               02 FILLER PIC X(4).
               02 THC_bp PIC 9(3).
               02 FILLER PIC X(4).
           77 IndiceActFMB PIC 9(3).
           77 TampoIdJouFM PIC 9(3).
           77 TampoNomJouFM PIC A(20).
           77 TampoPrenomJouFM PIC A(20).
           77 TampoNumeroJouFM PIC 9(3).
           77 TampoPosteJouFM PIC A(3).
           77 TampoIdEqJouFM PIC 9(3).
           01 TableArbitresFM.
               02 TabArbFM OCCURS 4 PIC 9(3).
           01 TableActionsFM.
                   03 TabMoisJournee PIC 9(2).
                   03 TabJourJournee PIC 9(2).

      * compositions des equipes, remplacements et temps de jeu
           77 WchoixCompo PIC 9(2).
           77 TampoIdRencCompo PIC 9(5).
           77 TampoIdEqCompo PIC 9(6).
           77 TampoIdEqDomCompo PIC 9(6).
           77 TampoIdEqExtCompo PIC 9(6).
           77 TampoStatutCompo PIC X(5).
           77 TampoIdJouCompo PIC 9(3).
           77 TampoIdJouEntrant PIC 9(3).
           77 TampoMinuteCompo PIC 9(3).
           77 TampoRoleCompo PIC A(10).
           77 WchoixRoleCompo PIC 9.
           77 WrencCompoTrouvee PIC 9.
           77 WjoueurDuClub PIC 9.
           77 WremplacementValide PIC 9.
           77 WcompoSaisie PIC 9.
           77 WjoueurSurTerrain PIC 9.
           77 WfinCompo PIC 9.
           77 WfinRencCompo PIC 9.
           77 NbTitulairesCompo PIC 9(2).
           77 NbRemplacantsCompo PIC 9(2).
           77 NbRemplacementsCompo PIC 9(2).
           77 TampoFinJeuCompo PIC 9(3).
           77 TampoMinutesJeu PIC 9(3).
           77 TampoNbMinutes PIC 9(5).
           77 TampoNbTitularisations PIC 9(3).
           77 TampoNbEntrees PIC 9(3).
           77 TampoDateRencCompo PIC 9(8).

      * registre des indisponibilites medicales
           77 WchoixIndispo PIC 9(2).
           77 WchoixTypeIndispo PIC 9.
           77 TampoNextSeqIndispo PIC 9(3).
           77 TampoIdJouIndispo PIC 9(3).
           77 TampoTypeIndispo PIC X(10).
           77 TampoDateIndispo PIC 9(8).
           77 TampoRetourIndispo PIC 9(8).
           77 WjoueurIndispo PIC 9.
           77 WfinIndispo PIC 9.
           77 WfinEqIndispo PIC 9.
           77 WfinJouIndispo PIC 9.
           77 TampoIdEqIndispo PIC 9(6).
           77 TampoIdRencProchaine PIC 9(5).
           77 TampoJourneeProchaine PIC 9(2).
           77 TampoDateProchaine PIC 9(8).
           77 NbAbsentsClub PIC 9(3).

      * sanctions : retraits de points et matchs sur tapis vert
           77 WchoixSanction PIC 9(2).
           77 WsanctionValide PIC 9.
           77 WfinSanction PIC 9.
           77 WtapisVert PIC 9.
           77 TampoNextIdSanction PIC 9(4).
           77 TampoIdEqSanction PIC 9(6).
           77 TampoPointsSanction PIC 9(2).
           77 TampoMotifSanction PIC X(30).
           77 TampoDateSanction PIC 9(8).
           77 TampoIdRencSanction PIC 9(5).
           77 TampoScoreDomSanction PIC 9(2).
           77 TampoScoreExtSanction PIC 9(2).
           77 TampoScoreDomClt PIC 9(2).
           77 TampoScoreExtClt PIC 9(2).
           77 TampoPointsTxt PIC X(3).
           77 TampoPointsPos PIC 9(3).
           77 TampoPointsNeg PIC -99.
           77 IndiceSanction PIC 9(3).
           77 NbSanctions PIC 9(3).
      * traitement de nuit (lancement avec le parametre BATCH)
           77 TampoModeLancement PIC X(10).
           77 TampoEtapeBatch PIC X(12).
           77 TampoHeureBatch PIC 9(8).
           77 TampoHeureDebEtape PIC 9(8).
           77 TampoHeureFinEtape PIC 9(8).
           77 TampoStatutEtape PIC X(7).
           77 TampoMotifEtape PIC X(40).
           77 NbEtapesBatch PIC 9(2).
           77 NbEnregEtape PIC 9(7).
           77 IndiceEtapeBatch PIC 9(2).
           77 TampoEtapeReprise PIC 9(2).
           77 WfinBatch PIC 9.
           77 WechecBatch PIC 9.
           77 NbAttentesConverties PIC 9(5).
           77 NbRencAttente PIC 9(3).
           77 IndiceRencAttente PIC 9(3).
           77 TampoDerniereRencAtt PIC 9(5).
      * sauvegarde et restauration des fichiers indexes
           77 TampoNomSauvegarde PIC X(40).
           77 TampoDateSauvegarde PIC 9(8).
           77 TampoHeureSauvegarde PIC 9(8).
           77 TampoFichierSvg PIC X(20).
           77 TampoFichierOuvert PIC X(20).
           77 TampoDonneesSvg PIC X(300).
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
           77 WsauvegardeJour PIC 9.
           77 WchoixSauvegarde PIC 9(2).
           01 TableControleSvg.
               02 TabControleSvg OCCURS 40.
                   03 TabSvgFichier PIC X(20).
                   03 TabSvgNbAttendu PIC 9(7).
                   03 TabSvgTotAttendu PIC 9(13)V99.
                   03 TabSvgNbDonnees PIC 9(7).
                   03 TabSvgNbLu PIC 9(7).
                   03 TabSvgTotLu PIC 9(13)V99.
      * conversion de l'ancien journal des actions
           77 NbRejetsConv PIC 9(6).
           77 IndiceConv PIC 9.
           77 WfinConv PIC 9.
           77 WconvPossible PIC 9.
           77 TampoConvIdAc PIC 9(6).
           77 TampoConvTypeAc PIC A(20).
           77 TampoConvIdRenc PIC 9(5).
           77 TampoConvIdJou PIC 9(3).
           77 TampoConvMinute PIC 9(3).
           01 TableTotauxConv.
               02 TotauxConv OCCURS 2.
                   03 TotConvNb PIC 9(7).
                   03 TotConvIdAc PIC 9(12).
                   03 TotConvIdRenc PIC 9(12).
                   03 TotConvIdJou PIC 9(12).
                   03 TotConvMinute PIC 9(12).
                   03 TotConvButs PIC 9(7).
                   03 TotConvPasses PIC 9(7).
                   03 TotConvCartR PIC 9(7).
                   03 TotConvCartJ PIC 9(7).
      * concours de pronostics
           77 WchoixPronostic PIC 9(2).
           77 TampoJourneePro PIC 9(2).
           77 TampoIdRencPro PIC 9(5).
           77 TampoScoreDomPro PIC 9(2).
           77 TampoScoreExtPro PIC 9(2).
           77 TampoIssueReellePro PIC X(1).
           77 TampoIssuePrevuePro PIC X(1).
           77 NbRencPro PIC 9(2).
           77 IndiceRencPro PIC 9(2).
           77 WrencProTrouvee PIC 9.
           77 WfinPro PIC 9.
           77 NbProNotes PIC 9(5).
           77 NbClassesPro PIC 9(3).
           77 IndicePro PIC 9(3).
           77 IndiceProB PIC 9(3).
           77 WfiniPro PIC 9.
           77 NbGagnantsPro PIC 9(3).
           77 NbRencOuvertesPro PIC 9(2).
           01 TampoHeureRencPro.
               02 THR_hh PIC 9(2).
               02 FILLER PIC X(1).
               02 THR_mm PIC 9(2).
           01 TampoHeureSysPro.
               02 THS_hh PIC 9(2).
               02 THS_mm PIC 9(2).
               02 FILLER PIC 9(4).
      * instants compares sous la forme aaaammjjhhmm
           01 TampoMaintenantPro.
               02 TMP_date PIC 9(8).
               02 TMP_hh PIC 9(2).
               02 TMP_mm PIC 9(2).
           01 TampoCoupEnvoiPro.
               02 TCE_date PIC 9(8).
               02 TCE_hh PIC 9(2).
               02 TCE_mm PIC 9(2).
           01 TableRencPro.
               02 RencProLigne OCCURS 20.
                   03 TRP_idRenc PIC 9(5).
                   03 TRP_idEqDom PIC 9(6).
                   03 TRP_idEqExt PIC 9(6).
                   03 TRP_nomDom PIC A(20).
                   03 TRP_nomExt PIC A(20).
                   03 TRP_jour PIC 9(2).
                   03 TRP_mois PIC 9(2).
                   03 TRP_heure PIC X(5).
                   03 TRP_coupEnvoi PIC X(12).
      * points cumules par visiteur (indice = identifiant visiteur)
           01 TablePointsPro.
               02 PointsProVis OCCURS 999.
                   03 TPV_points PIC 9(4).
                   03 TPV_exacts PIC 9(3).
                   03 TPV_nb PIC 9(3).
           01 TableClassementPro.
               02 ClassProLigne OCCURS 999.
                   03 TCP_idVis PIC 9(3).
                   03 TCP_nom PIC A(20).
                   03 TCP_prenom PIC A(20).
                   03 TCP_email PIC X(30).
                   03 TCP_points PIC 9(4).
                   03 TCP_exacts PIC 9(3).
                   03 TCP_nb PIC 9(3).
                   03 TCP_rang PIC 9(3).
           01 TampoClassProLigne.
               02 TCT_idVis PIC 9(3).
               02 TCT_nom PIC A(20).
               02 TCT_prenom PIC A(20).
               02 TCT_email PIC X(30).
               02 TCT_points PIC 9(4).
               02 TCT_exacts PIC 9(3).
               02 TCT_nb PIC 9(3).
               02 TCT_rang PIC 9(3).
      * notifications sortantes aux visiteurs
           77 TampoTypeNotif PIC X(20).
           77 TampoIdVisNotif PIC 9(3).
           77 TampoIdRencNotif PIC 9(5).
           77 TampoDetailNotif PIC X(40).
           77 TampoEmailNotif PIC X(30).
           77 TampoNomNotif PIC A(20).
           77 TampoPrenomNotif PIC A(20).
           77 TampoDateRencNotif PIC 9(8).
           77 TampoHeureRencNotif PIC X(5).
           77 TampoIdEqDomNotif PIC 9(6).
           77 TampoIdEqExtNotif PIC 9(6).
           77 TampoNomDomNotif PIC A(20).
           77 TampoNomExtNotif PIC A(20).
           77 TampoNumeroNotif PIC 9(9).
           77 TampoDernierVisNotif PIC 9(3).
           77 TampoMontantNotif PIC 9(8).99.
           77 WfinNotif PIC 9.
           77 NbNotifsEcrites PIC 9(5).
           01 TampoHeureNotif.
               02 THN_hhmmss PIC 9(6).
               02 FILLER PIC 9(2).
      * journal de caisse, cloture journaliere et journal comptable
           77 TampoTypeMvt PIC X(13).
           77 TampoIdVisMvt PIC 9(3).
           77 TampoIdRencMvt PIC 9(5).
           77 TampoSeqResaMvt PIC 9(2).
           77 TampoIdEqMvt PIC 9(6).
           77 TampoIdZoneMvt PIC 9(2).
           77 TampoNbPlacesMvt PIC 9(2).
           77 TampoMontantMvt PIC 9(6)V99.
           77 TampoSeqMvt PIC 9(5).
           77 TampoDateCaisse PIC 9(8).
           77 TampoDateDebutCaisse PIC 9(8).
           77 TampoDateRefCaisse PIC 9(8).
           77 TampoDateMvt PIC 9(8).
           77 TampoAttenduCaisse PIC 9(8)V99.
           77 TampoNetCaisse PIC S9(8)V99.
           77 TampoTotalEncCaisse PIC 9(8)V99.
           77 TampoTotalDecCaisse PIC 9(8)V99.
           77 TampoMontantCaisseAff PIC -(8)9.99.
           77 TampoCompteTresorerie PIC X(10).
           77 TampoCompteSaisi PIC X(10).
           77 TampoNomJournal PIC X(40).
           77 TampoRefCaisse PIC X(11).
           77 TampoPieceJournal PIC 9(3).
           77 TampoDebitJournal PIC 9(8).99.
           77 TampoCreditJournal PIC 9(8).99.
           77 TampoLibelleJournal PIC X(30).
           77 NbMvtCaisse PIC 9(5).
           77 NbEcartsCaisse PIC 9(5).
           77 NbClubsCaisse PIC 9(2).
           77 NbComptesManquants PIC 9(2).
           77 NbLignesJournal PIC 9(4).
           77 IndiceCaisse PIC 9(2).
           77 IndiceTypeCaisse PIC 9.
           77 WfinMvt PIC 9.
           77 WfinCaisse PIC 9.
           77 WjournalCaisse PIC 9.
           77 WchoixCaisse PIC 9(2).
           01 TampoHeureMvt.
               02 THM_hhmmss PIC 9(6).
               02 FILLER PIC 9(2).
      * libelle et sens des quatre types de mouvement (indice 1 vente,
      * 2 abonnement, 3 annulation, 4 remboursement)
           01 TableTypesMvt.
               02 TypeMvtLigne OCCURS 4.
                   03 TTM_type PIC X(13).
                   03 TTM_sens PIC X(1).
           01 TableCaisse.
               02 CaisseLigne OCCURS 50.
                   03 TCa_idEq PIC 9(6).
                   03 TCa_nomEq PIC A(20).
                   03 TCa_compte PIC X(10).
                   03 TCa_nb PIC 9(5) OCCURS 4.
                   03 TCa_montant PIC 9(8)V99 OCCURS 4.
           01 TableEtapesBatch.
               02 TabEtapeBatch PIC X(12) OCCURS 20.
           01 TableRencAttente.
               02 TabRencAttente PIC 9(5) OCCURS 999.
           01 TableSanctions.
               02 TabSanction OCCURS 200.
                   03 TabSanIdEq PIC 9(6).
                   03 TabSanPoints PIC 9(2).
                   03 TabSanRenc PIC 9(5).
                   03 TabSanScoreDom PIC 9(2).
                   03 TabSanScoreExt PIC 9(2).
                   03 TabSanDate PIC 9(8).

      * tableaux de presse : classements domicile / exterieur, forme
      * des cinq derniers matchs et grille des positions par journee
      * WfiltreClt : 0 tous les matchs, 1 domicile, 2 exterieur
      * TampoJourneeLimite : 0 toutes les journees, sinon derniere
      * journee prise en compte par CALCULER_CLASSEMENT
           77 WfiltreClt PIC 9.
           77 TampoJourneeLimite PIC 9(2).
           77 TampoDateMaxClt PIC 9(8).
           77 TampoDateRencClt PIC 9(8).
           77 TampoJourneeMaxGrille PIC 9(2).
           77 TampoJourneeGrille PIC 9(2).
           77 IndiceGrille PIC 9(3).
           77 NbLignesGrille PIC 9(3).
           77 IndiceJourneeGrille PIC 9(2).
           77 IndiceForme PIC 9(3).
           77 IndiceFormeB PIC 9(3).
           77 NbResForme PIC 9(3).
           77 NbFormeClub PIC 9.
           77 IndiceFormeClub PIC 9.
           77 TampoCleForme PIC 9(10).
           77 TampoCleBorneForme PIC 9(10).
           77 TampoIdEqForme PIC 9(6).
           77 WresTrouveForme PIC 9.
           01 TableResultatsForme.
               02 ResFormeLigne OCCURS 400.
                   03 TRF_cle PIC 9(10).
                   03 TRF_idEqDom PIC 9(6).
                   03 TRF_idEqExt PIC 9(6).
                   03 TRF_scoreDom PIC 9(2).
                   03 TRF_scoreExt PIC 9(2).
           01 TableFormeClub.
               02 TabFormeClub OCCURS 5 PIC X(1).
           01 TampoLigneForme.
               02 TLF_rang PIC 9(3).
               02 FILLER PIC X(3).
               02 TLF_nom PIC A(20).
               02 TLF_case OCCURS 5.
                   03 FILLER PIC X(1).
                   03 TLF_res PIC X(1).
           01 TableGrille.
               02 GrilleLigne OCCURS 50.
                   03 TGr_idEq PIC 9(6).
                   03 TGr_nomEq PIC A(20).
                   03 TGr_pos OCCURS 38 PIC 9(2).
           01 TampoLigneGrille.
               02 TLG_nom PIC A(20).
               02 TLG_case OCCURS 38.
                   03 FILLER PIC X(1).
                   03 TLG_pos PIC X(2).
           01 TampoLigneGrilleExp.
               02 TGE_idEq PIC 9(6).
               02 TGE_sep1 PIC X(1).
               02 TGE_nom PIC A(20).
               02 TGE_case OCCURS 38.
                   03 TGE_sep PIC X(1).
                   03 TGE_pos PIC X(2).

           PROCEDURE DIVISION.
      * la date du jour vient du systeme et alimente tous les
      * traitements (audit, console du jour, controles de dates)
        IF factions_stat =35 THEN
          OPEN OUTPUT factions
        END-IF
      * un actions.dat a identifiants sur 3 chiffres est converti par
      * l'option 22 du menu administrateur apres avoir ete renomme
        IF factions_stat =39 THEN
            DISPLAY 'actions.dat a un ancien dessin d enregistrement'
            DISPLAY '(identifiants sur 3 chiffres) : le renommer en'
            DISPLAY 'actionsAncien.dat puis lancer la conversion'
            DISPLAY '(menu administrateur, option 22)'
            STOP RUN
        END-IF
        CLOSE factions

        OPEN I-O farbitres
        IF fjoueurs_stat =35 THEN
          OPEN OUTPUT fjoueurs
        END-IF
      * meme garde-fou pour un joueurs.dat sans temps de jeu
        IF fjoueurs_stat =39 THEN
            DISPLAY 'joueurs.dat a un ancien dessin d enregistrement'
            DISPLAY '(temps de jeu / titularisations absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE fjoueurs

        OPEN I-O fequipes
            OPEN OUTPUT frencontres
        END-IF
      * un rencontres.dat d'un ancien dessin (sans competition ni
      * places restantes par zone) repond 39 : on s'arrete net plutot
      * que de travailler sur un fichier illisible
        IF frencontres_stat =39 THEN
            DISPLAY 'rencontres.dat a un ancien dessin d enregistrement'
            DISPLAY '(competition / places par zone absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        IF fadministrateurs_stat =35 THEN
          OPEN OUTPUT fadministrateurs
        END-IF
      * meme garde-fou pour un administrateurs.dat sans role
        IF fadministrateurs_stat =39 THEN
            DISPLAY 'administrateurs.dat a un ancien dessin'
                ' d enregistrement'
            DISPLAY '(role / verrouillage absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE fadministrateurs

        OPEN I-O freservations
        IF freservations_stat =35 THEN
          OPEN OUTPUT freservations
        END-IF
      * meme garde-fou pour un reservations.dat sans zone ni nombre de
      * places
        IF freservations_stat =39 THEN
            DISPLAY 'reservations.dat a un ancien dessin'
                ' d enregistrement'
            DISPLAY '(zone / nombre de places absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE freservations

        OPEN I-O faffectations
        IF faffectations_stat =35 THEN
          OPEN OUTPUT faffectations
        END-IF
      * meme garde-fou pour un affectations.dat sans indemnites
        IF faffectations_stat =39 THEN
            DISPLAY 'affectations.dat a un ancien dessin'
                ' d enregistrement'
            DISPLAY '(frais de deplacement / indemnites absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE faffectations

        OPEN I-O fsuspensions
        END-IF
        CLOSE ftarifs

        OPEN I-O fzones
        IF fzones_stat =35 THEN
          OPEN OUTPUT fzones
        END-IF
        CLOSE fzones

        OPEN I-O fbaremearb
        IF fbaremearb_stat =35 THEN
          OPEN OUTPUT fbaremearb
        END-IF
        CLOSE fbaremearb

        OPEN I-O fabonnements
        IF fabonnements_stat =35 THEN
          OPEN OUTPUT fabonnements
        END-IF
        IF fabonnements_stat =39 THEN
            DISPLAY 'abonnements.dat a un ancien dessin'
                ' d enregistrement'
            DISPLAY '(zone du stade absente) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE fabonnements

        OPEN I-O fattentes
        IF fattentes_stat =35 THEN
          OPEN OUTPUT fattentes
        END-IF
        IF fattentes_stat =39 THEN
            DISPLAY 'attentes.dat a un ancien dessin d enregistrement'
            DISPLAY '(zone / nombre de places absents) :'
            DISPLAY 'fichier a recharger avant de relancer'
            STOP RUN
        END-IF
        CLOSE fattentes

        OPEN I-O ftransferts
        END-IF
        CLOSE freprise

        OPEN I-O fcompositions
        IF fcompositions_stat =35 THEN
          OPEN OUTPUT fcompositions
        END-IF
        CLOSE fcompositions

        OPEN I-O findispos
        IF findispos_stat =35 THEN
          OPEN OUTPUT findispos
        END-IF
        CLOSE findispos

        OPEN I-O fsanctions
        IF fsanctions_stat =35 THEN
          OPEN OUTPUT fsanctions
        END-IF
        CLOSE fsanctions

        OPEN I-O fpronostics
        IF fpronostics_stat =35 THEN
          OPEN OUTPUT fpronostics
        END-IF
        CLOSE fpronostics

        OPEN I-O fcptnotif
        IF fcptnotif_stat =35 THEN
          OPEN OUTPUT fcptnotif
        END-IF
        CLOSE fcptnotif

        OPEN I-O fpaiements
        IF fpaiements_stat =35 THEN
          OPEN OUTPUT fpaiements
        END-IF
        CLOSE fpaiements

        OPEN I-O fcomptesclubs
        IF fcomptesclubs_stat =35 THEN
          OPEN OUTPUT fcomptesclubs
        END-IF
        CLOSE fcomptesclubs

        OPEN I-O fcloturescaisse
        IF fcloturescaisse_stat =35 THEN
          OPEN OUTPUT fcloturescaisse
        END-IF
        CLOSE fcloturescaisse

        OPEN I-O frepbatch
        IF frepbatch_stat =35 THEN
          OPEN OUTPUT frepbatch
        END-IF
        CLOSE frepbatch

           ACCEPT WaleaGraine FROM TIME
           PERFORM AMORCER_ADMIN_DEFAUT
      * lance avec le parametre BATCH, le programme enchaine sans
      * terminal les etapes de batchNuit.txt au lieu du menu
           ACCEPT TampoModeLancement FROM COMMAND-LINE
           IF TampoModeLancement = 'BATCH' THEN
               PERFORM LANCER_BATCH_NUIT
           ELSE
               PERFORM MENU_PRINCIPAL
           END-IF
           STOP RUN.

      *=================================================================
      * cree le tout premier compte administrateur si administrateurs.
      * dat est encore vide, pour ne pas se retrouver sans acces ; il
      * est super-administrateur pour pouvoir creer les autres comptes
      *=================================================================
           AMORCER_ADMIN_DEFAUT.
           MOVE 0 TO TampoNbAdmins
               OPEN I-O fadministrateurs
               MOVE 'admin' TO fa_login
               MOVE 'administrateurs' TO fa_mdp
               MOVE 'S' TO fa_roleAdm
               MOVE 0 TO fa_nbEchecsAdm
               MOVE 0 TO fa_verrouAdm
               MOVE 'admin' TO fa_modifParAdm
               MOVE TampoDateAudit TO fa_dateModifAdm
               WRITE administrateurTampon END-WRITE
               CLOSE fadministrateurs
           END-IF.
            COPY "actions".
            COPY "arbitres".
            COPY "indemnites".
            COPY "joueurs".
            COPY "equipes".
            COPY "rencontres".
            COPY "compositions".
            COPY "indispos".
            COPY "sanctions".
            COPY "tableaux".
            COPY "coupe".
            COPY "histo".
            COPY "imports".
            COPY "audit".
            COPY "tarifs".
            COPY "exports".
            COPY "comptes".
            COPY "batch".
            COPY "sauvegarde".
            COPY "pronostics".
            COPY "notifications".
            COPY "caisse".


           MENU_PRINCIPAL.
      *=================================================================
      * menu du visiteur une fois connecte : reservation de places,
      * consultation et annulation de ses reservations, mise a jour de
      * son profil, concours de pronostics
      *=================================================================
           MENU_VISITEUR_CONNECTE.
           PERFORM WITH TEST AFTER UNTIL WchoixVisiteur < 1
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Reserver des places pour une rencontre        *'
           DISPLAY
           '* 2 - Mes reservations                              *'
           DISPLAY
           DISPLAY
           '* 6 - Rejoindre la liste d attente d une rencontre  *'
           DISPLAY
           '* 7 - Concours de pronostics                        *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixVisiteur
           EVALUATE WchoixVisiteur
               PERFORM SOUSCRIRE_ABONNEMENT
           WHEN 6
               PERFORM REJOINDRE_LISTE_ATTENTE
           WHEN 7
               PERFORM MENU_PRONOSTICS
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixVisiteur.

      *=================================================================
      * reserve une ou plusieurs places dans une zone du stade de
      * l'equipe a domicile, tant que la zone n'est pas complete
      *=================================================================
           RESERVER_PLACE.
           DISPLAY 'Numero de la rencontre a reserver '
               MOVE fr_EquipeDom TO TampoIdEquipeDom
               MOVE fr_statutRenc TO TampoStatutRencResa
               MOVE fr_placesRestantes TO TampoPlacesRestantes
               MOVE fr_placesZones TO TablePlacesZonesRenc
               CLOSE frencontres
               IF TampoStatutRencResa = 'annu' OR
                   TampoStatutRencResa = 'fini' THEN
                   DISPLAY 'Rencontre 'TampoStatutRencResa
                       ', reservation refusee !'
               ELSE
      * les compteurs de places de la rencontre (total et par zone)
      * remplacent le recomptage complet de freservations ; la
      * recherche du stade sert aux zones et a leur bareme
               IF TampoPlacesRestantes = 0 THEN
                   DISPLAY 'Stade complet, reservation refusee !'
               ELSE
                   PERFORM TROUVER_CAPACITE_STADE_DOM
                   PERFORM CHOISIR_ZONE_RESERVATION
                   IF WzoneValide = 1 THEN
                       IF TabPlacesZoneRenc(TampoIdZoneVisee) <
                           TampoNbPlacesResa THEN
                           DISPLAY 'Plus que '
                               TabPlacesZoneRenc(TampoIdZoneVisee)
                               ' place(s) dans cette zone,'
                               ' reservation refusee !'
                       ELSE
                           PERFORM ENREGISTRER_RESERVATION
                       END-IF
                   END-IF
               END-IF
               END-IF
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.

      *=================================================================
      * nouvelle reservation confirmee du visiteur connecte pour la
      * zone et le nombre de places choisis, sous le numero suivant
      * ses reservations deja faites pour la rencontre
      *=================================================================
           ENREGISTRER_RESERVATION.
           MOVE 0 TO WresaEcrite
           MOVE WId_visiteur TO TampoIdVisResa
           PERFORM CHERCHER_SEQ_RESERVATION
           IF TampoSeqResa = 99 THEN
               DISPLAY 'Trop de reservations pour cette rencontre !'
           ELSE
               PERFORM CHOISIR_TARIF_RESERVATION
               OPEN I-O freservations
               MOVE WId_visiteur TO fres_idVisiteur
               MOVE TampoIdRencVisee TO fres_idRenc
               COMPUTE fres_seqResa = TampoSeqResa + 1
               MOVE 'confirmee' TO fres_statutRes
               MOVE TampoDateAudit TO fres_dateRes
               MOVE TampoIdZoneVisee TO fres_idZone
               MOVE TampoNbPlacesResa TO fres_nbPlaces
               WRITE reservationsTampon END-WRITE
               CLOSE freservations
               MOVE 1 TO WresaEcrite
           END-IF
           IF WresaEcrite = 1 THEN
               MOVE 2 TO WsensPlaces
               MOVE TampoNbPlacesResa TO WnbPlacesAjust
               PERFORM AJUSTER_PLACES_RENC
               MOVE fres_montant TO TampoMontantAff
               DISPLAY 'Reservation 'fres_seqResa' confirmee : '
                   TampoNbPlacesResa' place(s) en zone '
                   TampoIdZoneVisee', montant 'TampoMontantAff
               MOVE 'vente' TO TampoTypeMvt
               MOVE WId_visiteur TO TampoIdVisMvt
               MOVE TampoIdRencVisee TO TampoIdRencMvt
               MOVE fres_seqResa TO TampoSeqResaMvt
               MOVE TampoIdZoneVisee TO TampoIdZoneMvt
               MOVE TampoNbPlacesResa TO TampoNbPlacesMvt
               MOVE fres_montant TO TampoMontantMvt
               PERFORM ECRIRE_MOUVEMENT_CAISSE
               MOVE 'RESA_CONFIRMEE' TO TampoTypeNotif
               MOVE WId_visiteur TO TampoIdVisNotif
               MOVE TampoIdRencVisee TO TampoIdRencNotif
               MOVE SPACES TO TampoDetailNotif
               STRING TampoNbPlacesResa ' place(s) zone '
                   TampoIdZoneVisee ' montant ' TampoMontantAff
                   DELIMITED BY SIZE INTO TampoDetailNotif
               END-STRING
               PERFORM ECRIRE_NOTIFICATION
           END-IF.

      *=================================================================
      * dernier numero de reservation du visiteur TampoIdVisResa pour
      * la rencontre visee (0 s'il n'en a aucune)
      *=================================================================
           CHERCHER_SEQ_RESERVATION.
           MOVE 0 TO TampoSeqResa
           OPEN INPUT freservations
           MOVE TampoIdVisResa TO fres_idVisiteur
           MOVE TampoIdRencVisee TO fres_idRenc
           MOVE 0 TO fres_seqResa
           MOVE 0 TO Wfin
           START freservations KEY IS >= fres_Reservation
               INVALID KEY MOVE 1 TO Wfin
           END-START
           IF Wfin NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ freservations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fres_idVisiteur NOT = TampoIdVisResa OR
                           fres_idRenc NOT = TampoIdRencVisee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           MOVE fres_seqResa TO TampoSeqResa
                       END-IF
               END-PERFORM
           END-IF
           CLOSE freservations
           MOVE 0 TO Wfin.

      *=================================================================
      * affiche les zones du stade (places restantes de la rencontre
      * et tarifs) puis fait choisir la zone et le nombre de places ;
      * WzoneValide a 1 si la saisie est recevable
      *=================================================================
           CHOISIR_ZONE_RESERVATION.
           MOVE 0 TO WzoneValide
           DISPLAY '--- ZONES DU STADE ---'
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               IF TabZoDefinie(IndiceZone) = 1 THEN
                   COMPUTE TampoTarifEuros =
                       TabZoTarifNormal(IndiceZone) / 100
                   MOVE TampoTarifEuros TO TampoTarifAff
                   COMPUTE TampoTarifEuros =
                       TabZoTarifReduit(IndiceZone) / 100
                   MOVE TampoTarifEuros TO TampoTarifAffB
                   DISPLAY 'Zone 'IndiceZone' 'TabZoLibelle(IndiceZone)
                       ' : 'TabPlacesZoneRenc(IndiceZone)
                       ' places, normal 'TampoTarifAff
                       ' reduit 'TampoTarifAffB
               END-IF
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           DISPLAY 'Numero de la zone '
           ACCEPT TampoIdZoneVisee
           IF TampoIdZoneVisee < 1 OR TampoIdZoneVisee > 10 THEN
               DISPLAY 'Zone inconnue !'
           ELSE
               IF TabZoDefinie(TampoIdZoneVisee) = 0 THEN
                   DISPLAY 'Zone inconnue !'
               ELSE
                   DISPLAY 'Nombre de places (1 a 10) '
                   ACCEPT TampoNbPlacesResa
                   IF TampoNbPlacesResa < 1 OR
                       TampoNbPlacesResa > 10 THEN
                       DISPLAY 'Nombre de places invalide !'
                   ELSE
                       MOVE 1 TO WzoneValide
                   END-IF
               END-IF
           END-IF.

      *=================================================================
      * retrouve la capacite du stade de l'equipe jouant a domicile
      * d'une rencontre (fequipes.fe_idStade -> fstades.fs_idStade)
      * puis charge ses zones
      *=================================================================
           TROUVER_CAPACITE_STADE_DOM.
           MOVE 0 TO Wtrouve3
           END-PERFORM
           CLOSE fstades
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           PERFORM CHARGER_ZONES_STADE.

      *=================================================================
      * zones du stade TampoIdStadeDom dans TableZonesStade ; sans
      * zone definie, une tribune unique (zone 1) a la capacite
      * TampoCapaciteStade et au bareme de tarifs.dat. Avec des zones,
      * la capacite du stade est leur somme
      *=================================================================
           CHARGER_ZONES_STADE.
           MOVE 0 TO NbZonesStade
           MOVE 0 TO TampoCapaciteZones
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               MOVE 0 TO TabZoDefinie(IndiceZone)
               MOVE SPACES TO TabZoLibelle(IndiceZone)
               MOVE 0 TO TabZoCapacite(IndiceZone)
               MOVE 0 TO TabZoTarifNormal(IndiceZone)
               MOVE 0 TO TabZoTarifReduit(IndiceZone)
               MOVE 0 TO TabZoAbonnes(IndiceZone)
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           OPEN INPUT fzones
           MOVE TampoIdStadeDom TO fz_idStade
           MOVE 0 TO fz_idZone
           MOVE 0 TO WfinZone
           START fzones KEY IS >= fz_Zone
               INVALID KEY MOVE 1 TO WfinZone
           END-START
           IF WfinZone NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinZone = 1
                   READ fzones NEXT
                   AT END MOVE 1 TO WfinZone
                   NOT AT END
                       IF fz_idStade NOT = TampoIdStadeDom THEN
                           MOVE 1 TO WfinZone
                       ELSE
                           IF fz_idZone > 0 AND fz_idZone < 11 THEN
                               PERFORM RANGER_ZONE_STADE
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fzones
           IF NbZonesStade = 0 THEN
               MOVE 1 TO NbZonesStade
               MOVE 1 TO TabZoDefinie(1)
               MOVE 'Tribune unique' TO TabZoLibelle(1)
               MOVE TampoCapaciteStade TO TabZoCapacite(1)
               OPEN INPUT ftarifs
               MOVE TampoIdStadeDom TO ft_idStade
               READ ftarifs
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ft_tarifNormal TO TabZoTarifNormal(1)
                       MOVE ft_tarifReduit TO TabZoTarifReduit(1)
               END-READ
               CLOSE ftarifs
           ELSE
               MOVE TampoCapaciteZones TO TampoCapaciteStade
           END-IF
           MOVE 0 TO WfinZone.

           RANGER_ZONE_STADE.
           COMPUTE NbZonesStade = NbZonesStade + 1
           MOVE 1 TO TabZoDefinie(fz_idZone)
           MOVE fz_libelle TO TabZoLibelle(fz_idZone)
           MOVE fz_capacite TO TabZoCapacite(fz_idZone)
           MOVE fz_tarifNormal TO TabZoTarifNormal(fz_idZone)
           MOVE fz_tarifReduit TO TabZoTarifReduit(fz_idZone)
           COMPUTE TampoCapaciteZones =
               TampoCapaciteZones + fz_capacite.

      *=================================================================
      * souscription d'un abonnement de saison : une place par
      * rencontre a domicile du club dans la zone choisie, au tarif
      * abonnement du stade ; refusee sans tarif abonnement ou si les
      * abonnes occupent deja toute la capacite de la zone
      *=================================================================
           SOUSCRIRE_ABONNEMENT.
           DISPLAY 'Identifiant du club '
           ELSE
               PERFORM TROUVER_CAPACITE_STADE_DOM
               PERFORM COMPTER_ABONNES_CLUB
               PERFORM CHOISIR_ZONE_ABONNEMENT
               IF WzoneValide = 1 THEN
                   PERFORM LIRE_TARIF_ABONNEMENT
                   IF WtarifTrouve = 0 THEN
                       DISPLAY 'Aucun tarif abonnement defini pour ce'
           END-IF
           MOVE 0 TO WtarifTrouve.

      *=================================================================
      * zones du stade avec leurs places encore libres en abonnement
      * (capacite moins abonnes actifs de la zone), puis choix de la
      * zone ; WzoneValide a 1 si la zone a encore de la place
      *=================================================================
           CHOISIR_ZONE_ABONNEMENT.
           MOVE 0 TO WzoneValide
           DISPLAY '--- ZONES DU STADE ---'
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               IF TabZoDefinie(IndiceZone) = 1 THEN
                   MOVE 0 TO TampoPlacesLibresZone
                   IF TabZoCapacite(IndiceZone) >
                       TabZoAbonnes(IndiceZone) THEN
                       COMPUTE TampoPlacesLibresZone =
                           TabZoCapacite(IndiceZone) -
                           TabZoAbonnes(IndiceZone)
                   END-IF
                   DISPLAY 'Zone 'IndiceZone' 'TabZoLibelle(IndiceZone)
                       ' : 'TampoPlacesLibresZone
                       ' places libres en abonnement'
               END-IF
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           DISPLAY 'Numero de la zone '
           ACCEPT TampoIdZoneVisee
           IF TampoIdZoneVisee < 1 OR TampoIdZoneVisee > 10 THEN
               DISPLAY 'Zone inconnue !'
           ELSE
               IF TabZoDefinie(TampoIdZoneVisee) = 0 THEN
                   DISPLAY 'Zone inconnue !'
               ELSE
                   IF TabZoAbonnes(TampoIdZoneVisee) >=
                       TabZoCapacite(TampoIdZoneVisee) THEN
                       DISPLAY 'Plus de place en abonnement dans'
                           ' cette zone !'
                   ELSE
                       MOVE 1 TO WzoneValide
                   END-IF
               END-IF
           END-IF.

           ENREGISTRER_ABONNEMENT.
           MOVE 0 TO WaboSouscrit
           OPEN I-O fabonnements
                   MOVE 'actif' TO fab_statutAbo
                   MOVE TampoDateAudit TO fab_dateAbo
                   MOVE TampoMontantAbo TO fab_montant
                   MOVE TampoIdZoneVisee TO fab_idZone
                   WRITE abonnementsTampon END-WRITE
                   MOVE 1 TO WaboSouscrit
                   MOVE TampoMontantAbo TO TampoMontantAff
                   DISPLAY 'Abonnement souscrit pour '
                       TampoNomEquipeTrouve' en zone '
                       TampoIdZoneVisee' : 'TampoMontantAff
               NOT INVALID KEY
                   DISPLAY 'Deja abonne a ce club ('fab_statutAbo')'
           END-READ
           CLOSE fabonnements
           IF WaboSouscrit = 1 THEN
               PERFORM DECOMPTER_PLACES_ABONNE
               MOVE 'abonnement' TO TampoTypeMvt
               MOVE WId_visiteur TO TampoIdVisMvt
               MOVE 0 TO TampoIdRencMvt
               MOVE 0 TO TampoSeqResaMvt
               MOVE TampoIdEquipeDom TO TampoIdEqMvt
               MOVE TampoIdZoneVisee TO TampoIdZoneMvt
               MOVE 1 TO TampoNbPlacesMvt
               MOVE TampoMontantAbo TO TampoMontantMvt
               PERFORM ECRIRE_MOUVEMENT_CAISSE
               MOVE 'ABONNEMENT' TO TampoTypeNotif
               MOVE WId_visiteur TO TampoIdVisNotif
               MOVE 0 TO TampoIdRencNotif
               MOVE SPACES TO TampoDetailNotif
               STRING TampoNomEquipeTrouve ' zone ' TampoIdZoneVisee
                   ' ' TampoMontantAff
                   DELIMITED BY SIZE INTO TampoDetailNotif
               END-STRING
               PERFORM ECRIRE_NOTIFICATION
           END-IF.

      *=================================================================
      * un nouvel abonne occupe une place de sa zone a chaque
      * rencontre a domicile deja creee de son club : les compteurs de
      * places de ces rencontres sont decomptes dans la foulee, sur le
      * meme perimetre que la reconciliation de l'audit (rencontres non
      * annulees, hors exemptions de coupe)
      *=================================================================
           DECOMPTER_PLACES_ABONNE.
                       fr_statutRenc NOT = 'annu' AND
                       NOT (fr_typeComp = 'C' AND
                            fr_EquipeExt = 0) THEN
                       IF fr_placesZone(TampoIdZoneVisee) > 0 THEN
                           COMPUTE fr_placesZone(TampoIdZoneVisee) =
                               fr_placesZone(TampoIdZoneVisee) - 1
                           IF fr_placesRestantes > 0 THEN
                               COMPUTE fr_placesRestantes =
                                   fr_placesRestantes - 1
                           END-IF
                           REWRITE rencontresTampon
                       END-IF
                   END-IF
           CLOSE ftarifs.

      *=================================================================
      * nombre d'abonnes actifs du club TampoIdEquipeDom, au total et
      * par zone (TabZoAbonnes) : ces places sont reservees d'office a
      * chaque rencontre a domicile
      *=================================================================
           COMPTER_ABONNES_CLUB.
           MOVE 0 TO NbAbonnesClub
           MOVE 1 TO IndiceZoneAbo
           PERFORM WITH TEST AFTER UNTIL IndiceZoneAbo > 10
               MOVE 0 TO TabZoAbonnes(IndiceZoneAbo)
               COMPUTE IndiceZoneAbo = IndiceZoneAbo + 1
           END-PERFORM
           OPEN INPUT fabonnements
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   IF fab_idEquipe = TampoIdEquipeDom AND
                       fab_statutAbo = 'actif' THEN
                       COMPUTE NbAbonnesClub = NbAbonnesClub + 1
                       IF fab_idZone > 0 AND fab_idZone < 11 THEN
                           COMPUTE TabZoAbonnes(fab_idZone) =
                               TabZoAbonnes(fab_idZone) + 1
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fabonnements
           MOVE 0 TO Wfin.

      *=================================================================
      * places initiales d'une rencontre, par zone : capacite de la
      * zone du stade du club recevant (TampoIdEquipeDom) moins ses
      * abonnes actifs de la zone ; TampoPlacesInit en est le total
      *=================================================================
           CALCULER_PLACES_INITIALES.
           PERFORM TROUVER_CAPACITE_STADE_DOM
           PERFORM COMPTER_ABONNES_CLUB
           MOVE 0 TO TampoPlacesInit
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               MOVE 0 TO TabPlacesInitZone(IndiceZone)
               IF TabZoDefinie(IndiceZone) = 1 AND
                   TabZoCapacite(IndiceZone) >
                   TabZoAbonnes(IndiceZone) THEN
                   COMPUTE TabPlacesInitZone(IndiceZone) =
                       TabZoCapacite(IndiceZone) -
                       TabZoAbonnes(IndiceZone)
                   COMPUTE TampoPlacesInit = TampoPlacesInit +
                       TabPlacesInitZone(IndiceZone)
               END-IF
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM.

      *=================================================================
      * ajuste le compteur de places de la rencontre visee, au total
      * et pour la zone TampoIdZoneVisee : WsensPlaces 1 = recrediter,
      * 2 = decompter, de WnbPlacesAjust place(s) (jamais en dessous
      * de zero)
      *=================================================================
           AJUSTER_PLACES_RENC.
           MOVE 0 TO Wtrouve3
                           COMPUTE fr_placesRestantes =
                               fr_placesRestantes + WnbPlacesAjust
                       END-IF
                       IF TampoIdZoneVisee > 0 AND
                           TampoIdZoneVisee < 11 THEN
                           PERFORM AJUSTER_PLACES_ZONE
                       END-IF
                       REWRITE rencontresTampon
                   END-IF
           END-PERFORM
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.

           AJUSTER_PLACES_ZONE.
           IF WsensPlaces = 2 THEN
               IF fr_placesZone(TampoIdZoneVisee) > WnbPlacesAjust THEN
                   COMPUTE fr_placesZone(TampoIdZoneVisee) =
                       fr_placesZone(TampoIdZoneVisee) - WnbPlacesAjust
               ELSE
                   MOVE 0 TO fr_placesZone(TampoIdZoneVisee)
               END-IF
           ELSE
               COMPUTE fr_placesZone(TampoIdZoneVisee) =
                   fr_placesZone(TampoIdZoneVisee) + WnbPlacesAjust
           END-IF.

      *=================================================================
      * inscription en liste d'attente d'une zone complete d'une
      * rencontre : la zone, le nombre de places et le tarif sont
      * choisis a l'inscription et appliques tels quels quand assez de
      * places se liberent dans la zone
      *=================================================================
           REJOINDRE_LISTE_ATTENTE.
           DISPLAY 'Numero de la rencontre '
                       MOVE 1 TO Wtrouve3
                       MOVE fr_EquipeDom TO TampoIdEquipeDom
                       MOVE fr_statutRenc TO TampoStatutRencResa
                       MOVE fr_placesZones TO TablePlacesZonesRenc
                   END-IF
           END-PERFORM
           CLOSE frencontres
                       ', inscription refusee !'
               ELSE
                   PERFORM TROUVER_CAPACITE_STADE_DOM
                   PERFORM CHOISIR_ZONE_RESERVATION
                   IF WzoneValide = 1 THEN
                       PERFORM COMPTER_RESA_CONFIRMEES
                       IF NbResaConfirmees + TampoNbPlacesResa <=
                           TabZoCapacite(TampoIdZoneVisee) THEN
                           DISPLAY 'Il reste assez de places dans'
                               ' cette zone, reservez directement !'
                       ELSE
                           PERFORM CONTROLER_ATTENTE_EXISTANTE
                           IF WattenteTrouvee = 1 THEN
                               DISPLAY 'Deja inscrit en liste d'
                                   ' attente pour cette zone !'
                           ELSE
                               PERFORM INSCRIRE_EN_LISTE_ATTENTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               NOT AT END
                   IF fat_idRenc = TampoIdRencVisee AND
                       fat_idVisiteur = WId_visiteur AND
                       fat_idZone = TampoIdZoneVisee AND
                       fat_statutAtt = 'attente' THEN
                       MOVE 1 TO WattenteTrouvee
                   END-IF
           MOVE TampoDateAudit TO fat_dateDem
           MOVE fres_typeTarif TO fat_typeTarif
           MOVE fres_montant TO fat_montant
           MOVE TampoIdZoneVisee TO fat_idZone
           MOVE TampoNbPlacesResa TO fat_nbPlaces
           WRITE attentesTampon END-WRITE
           CLOSE fattentes
           DISPLAY 'Inscrit en liste d attente, position '
           MOVE 0 TO Wfin.

      *=================================================================
      * reattribution des places liberees de la rencontre visee, zone
      * par zone : tant que la zone a des places libres, la plus
      * ancienne demande 'attente' de la zone qui y tient est convertie
      * en reservation confirmee au tarif memorise ; une rencontre
      * annulee ou deja jouee solde sa liste d'attente au lieu de
      * facturer des places pour un match passe
      *=================================================================
           REALLOUER_LISTE_ATTENTE.
           MOVE 0 TO Wtrouve3
                   PERFORM ANNULER_ATTENTES_RENC
               ELSE
                   PERFORM TROUVER_CAPACITE_STADE_DOM
                   MOVE 1 TO IndiceZoneAtt
                   PERFORM WITH TEST AFTER UNTIL IndiceZoneAtt > 10
                       IF TabZoDefinie(IndiceZoneAtt) = 1 THEN
                           MOVE IndiceZoneAtt TO TampoIdZoneVisee
                           PERFORM SERVIR_LISTE_ATTENTE
                       END-IF
                       COMPUTE IndiceZoneAtt = IndiceZoneAtt + 1
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3.
           MOVE 0 TO WfinAttente
           PERFORM WITH TEST AFTER UNTIL WfinAttente = 1
               PERFORM COMPTER_RESA_CONFIRMEES
               IF NbResaConfirmees >=
                   TabZoCapacite(TampoIdZoneVisee) THEN
                   MOVE 1 TO WfinAttente
               ELSE
                   COMPUTE TampoPlacesLibresZone =
                       TabZoCapacite(TampoIdZoneVisee) -
                       NbResaConfirmees
                   PERFORM TROUVER_PLUS_ANCIENNE_ATTENTE
                   IF WattenteTrouvee = 0 THEN
                       MOVE 1 TO WfinAttente
               END-IF
           END-PERFORM.

      *=================================================================
      * plus ancienne demande en attente de la zone visee dont le
      * nombre de places tient dans les places libres de la zone
      *=================================================================
           TROUVER_PLUS_ANCIENNE_ATTENTE.
           MOVE 0 TO WattenteTrouvee
           OPEN INPUT fattentes
                       IF fat_idRenc NOT = TampoIdRencVisee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fat_statutAtt = 'attente' AND
                               fat_idZone = TampoIdZoneVisee AND
                               fat_nbPlaces <= TampoPlacesLibresZone
                               THEN
                               MOVE 1 TO WattenteTrouvee
                               MOVE 1 TO Wfin
                               MOVE fat_sequence TO TampoSeqAttente
                               MOVE fat_idVisiteur TO TampoIdVisAttente
                               MOVE fat_typeTarif TO TampoTarifAttente
                               MOVE fat_montant TO TampoMontantAttente
                               MOVE fat_nbPlaces TO
                                   TampoNbPlacesAttente
                           END-IF
                       END-IF
               END-PERFORM

           CONVERTIR_ATTENTE.
           MOVE 0 TO WconversionFaite
           MOVE TampoIdVisAttente TO TampoIdVisResa
           PERFORM CHERCHER_SEQ_RESERVATION
           IF TampoSeqResa < 99 THEN
               OPEN I-O freservations
               MOVE TampoIdVisAttente TO fres_idVisiteur
               MOVE TampoIdRencVisee TO fres_idRenc
               COMPUTE fres_seqResa = TampoSeqResa + 1
               MOVE 'confirmee' TO fres_statutRes
               MOVE TampoDateAudit TO fres_dateRes
               MOVE TampoTarifAttente TO fres_typeTarif
               MOVE TampoMontantAttente TO fres_montant
               MOVE TampoIdZoneVisee TO fres_idZone
               MOVE TampoNbPlacesAttente TO fres_nbPlaces
               WRITE reservationsTampon END-WRITE
               CLOSE freservations
               MOVE 1 TO WconversionFaite
               COMPUTE NbAttentesConverties = NbAttentesConverties + 1
           END-IF
           IF WconversionFaite = 1 THEN
               MOVE 2 TO WsensPlaces
               MOVE TampoNbPlacesAttente TO WnbPlacesAjust
               PERFORM AJUSTER_PLACES_RENC
           END-IF
           OPEN I-O fattentes
           END-READ
           CLOSE fattentes
           IF WconversionFaite = 1 THEN
               DISPLAY 'Liste d attente : 'TampoNbPlacesAttente
                   ' place(s) en zone 'TampoIdZoneVisee
                   ' reattribuee(s) au visiteur 'TampoIdVisAttente
               MOVE 'vente' TO TampoTypeMvt
               MOVE TampoIdVisAttente TO TampoIdVisMvt
               MOVE TampoIdRencVisee TO TampoIdRencMvt
               COMPUTE TampoSeqResaMvt = TampoSeqResa + 1
               MOVE TampoIdZoneVisee TO TampoIdZoneMvt
               MOVE TampoNbPlacesAttente TO TampoNbPlacesMvt
               MOVE TampoMontantAttente TO TampoMontantMvt
               PERFORM ECRIRE_MOUVEMENT_CAISSE
               MOVE 'ATTENTE_CONVERTIE' TO TampoTypeNotif
               MOVE TampoIdVisAttente TO TampoIdVisNotif
               MOVE TampoIdRencVisee TO TampoIdRencNotif
               MOVE TampoMontantAttente TO TampoMontantNotif
               MOVE SPACES TO TampoDetailNotif
               STRING TampoNbPlacesAttente ' place(s) zone '
                   TampoIdZoneVisee ' montant ' TampoMontantNotif
                   DELIMITED BY SIZE INTO TampoDetailNotif
               END-STRING
               PERFORM ECRIRE_NOTIFICATION
           END-IF.

           ANNULER_ATTENTES_RENC.
           MOVE 0 TO Wfin.

      *=================================================================
      * compte les places occupees pour la rencontre visee : places des
      * reservations confirmees plus abonnes actifs du club recevant,
      * pour la seule zone TampoIdZoneVisee ou pour tout le stade si
      * elle vaut 0 (TampoIdEquipeDom doit etre renseigne par
      * l'appelant)
      *=================================================================
           COMPTER_RESA_CONFIRMEES.
           MOVE 0 TO NbResaConfirmees
                       IF fres_idRenc NOT = TampoIdRencVisee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fres_statutRes = 'confirmee' AND
                               (TampoIdZoneVisee = 0 OR
                                fres_idZone = TampoIdZoneVisee) THEN
                             COMPUTE NbResaConfirmees =
                                 NbResaConfirmees + fres_nbPlaces
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE freservations
           PERFORM COMPTER_ABONNES_CLUB
           IF TampoIdZoneVisee > 0 AND TampoIdZoneVisee < 11 THEN
               COMPUTE NbResaConfirmees = NbResaConfirmees +
                   TabZoAbonnes(TampoIdZoneVisee)
           ELSE
               COMPUTE NbResaConfirmees =
                   NbResaConfirmees + NbAbonnesClub
           END-IF
           MOVE 0 TO Wfin.

      *=================================================================
                       IF NbAttentesVisiteur = 1 THEN
                           DISPLAY '--- MES LISTES D ATTENTE ---'
                       END-IF
                       DISPLAY 'Rencontre 'fat_idRenc' zone '
                           fat_idZone' 'fat_nbPlaces' place(s)'
                           ' demande du 'fat_dateDem' : '
                           fat_statutAtt
                   END-IF
           END-PERFORM
           CLOSE fattentes
                   fr_joursRenc'/'fr_moisRenc'/'fr_anneeRenc' : '
                   fr_EquipeDom'-'fr_EquipeExt
                   ' ('fr_statutRenc')'
               DISPLAY '   reservation 'fres_seqResa' : '
                   TampoStatutResaVis' zone 'fres_idZone' '
                   fres_nbPlaces' place(s) montant : 'TampoMontantAff
           ELSE
               DISPLAY 'Rencontre 'TampoIdRencResaVis' inconnue,'
                   ' reservation 'fres_seqResa' : '
                   TampoStatutResaVis
           END-IF
           CLOSE frencontres
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfini.

      *=================================================================
      * annulation par le visiteur d'une de ses reservations : les
      * reservations confirmees de la rencontre sont listees et le
      * visiteur choisit laquelle annuler ; ses places sont remises en
      * vente dans leur zone et proposees a la liste d'attente
      *=================================================================
           ANNULER_RESERVATION.
           DISPLAY 'Numero de la rencontre de la reservation '
           ACCEPT TampoIdRencResaVis
           MOVE TampoIdRencResaVis TO TampoIdRencVisee
           PERFORM LISTER_RESAS_RENC_VISITEUR
           MOVE 0 TO WresaLiberee
           IF NbResasVisiteur = 0 THEN
               DISPLAY 'Aucune reservation confirmee pour cette'
                   ' rencontre !'
           ELSE
               IF NbResasVisiteur > 1 THEN
                   DISPLAY 'Numero de la reservation a annuler '
                   ACCEPT TampoSeqResa
               END-IF
               OPEN I-O freservations
               MOVE WId_visiteur TO fres_idVisiteur
               MOVE TampoIdRencResaVis TO fres_idRenc
               MOVE TampoSeqResa TO fres_seqResa
               READ freservations
                   INVALID KEY
                       DISPLAY 'Aucune reservation trouvee !'
                   NOT INVALID KEY
                       IF fres_statutRes = 'confirmee' THEN
                           MOVE 'annulee' TO fres_statutRes
                           REWRITE reservationsTampon
                           MOVE 1 TO WresaLiberee
                           MOVE 'annulation' TO TampoTypeMvt
                           MOVE fres_idVisiteur TO TampoIdVisMvt
                           MOVE fres_idRenc TO TampoIdRencMvt
                           MOVE fres_seqResa TO TampoSeqResaMvt
                           MOVE fres_idZone TO TampoIdZoneMvt
                           MOVE fres_nbPlaces TO TampoNbPlacesMvt
                           MOVE fres_montant TO TampoMontantMvt
                           MOVE fres_idZone TO TampoIdZoneVisee
                           MOVE fres_nbPlaces TO WnbPlacesAjust
                           DISPLAY 'Reservation annulee, les places'
                           DISPLAY 'sont remises en vente.'
                       ELSE
                           DISPLAY 'Cette reservation n est pas au'
                               ' statut confirmee ('fres_statutRes')'
                       END-IF
               END-READ
               CLOSE freservations
           END-IF
           IF WresaLiberee = 1 THEN
               PERFORM ECRIRE_MOUVEMENT_CAISSE
               MOVE 1 TO WsensPlaces
               PERFORM AJUSTER_PLACES_RENC
               PERFORM REALLOUER_LISTE_ATTENTE
           END-IF.

      *=================================================================
      * reservations confirmees du visiteur connecte pour la rencontre
      * visee ; TampoSeqResa garde le numero de la derniere listee
      *=================================================================
           LISTER_RESAS_RENC_VISITEUR.
           MOVE 0 TO NbResasVisiteur
           OPEN INPUT freservations
           MOVE WId_visiteur TO fres_idVisiteur
           MOVE TampoIdRencVisee TO fres_idRenc
           MOVE 0 TO fres_seqResa
           MOVE 0 TO Wfin
           START freservations KEY IS >= fres_Reservation
               INVALID KEY MOVE 1 TO Wfin
           END-START
           IF Wfin NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ freservations NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fres_idVisiteur NOT = WId_visiteur OR
                           fres_idRenc NOT = TampoIdRencVisee THEN
                           MOVE 1 TO Wfin
                       ELSE
                           IF fres_statutRes = 'confirmee' THEN
                               COMPUTE NbResasVisiteur =
                                   NbResasVisiteur + 1
                               MOVE fres_seqResa TO TampoSeqResa
                               MOVE fres_montant TO TampoMontantAff
                               DISPLAY 'Reservation 'fres_seqResa
                                   ' : zone 'fres_idZone' '
                                   fres_nbPlaces' place(s) montant '
                                   TampoMontantAff
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE freservations
           MOVE 0 TO Wfin.

      *=================================================================
      * mise a jour par le visiteur de ses propres coordonnees et de
      * son mot de passe
           CLOSE fvisiteurs.

      *=================================================================
      * applique le bareme de la zone choisie (TampoIdZoneVisee) aux
      * TampoNbPlacesResa places de la reservation en cours : tarif
      * normal ou reduit pour une place seule, sinon nombre de places
      * au tarif reduit ('mixte' s'il y a des deux) ; sans bareme
      * defini le montant est enregistre a zero
      *=================================================================
           CHOISIR_TARIF_RESERVATION.
           MOVE 0 TO TampoNbPlacesReduit
           IF TabZoTarifNormal(TampoIdZoneVisee) = 0 AND
               TabZoTarifReduit(TampoIdZoneVisee) = 0 THEN
               DISPLAY 'Aucun tarif defini pour cette zone,'
               DISPLAY 'montant enregistre a zero'
               MOVE 'normal' TO fres_typeTarif
               MOVE 0 TO fres_montant
           ELSE
               COMPUTE TampoTarifEuros =
                   TabZoTarifNormal(TampoIdZoneVisee) / 100
               MOVE TampoTarifEuros TO TampoTarifAff
               COMPUTE TampoTarifEuros =
                   TabZoTarifReduit(TampoIdZoneVisee) / 100
               MOVE TampoTarifEuros TO TampoTarifAffB
               IF TampoNbPlacesResa = 1 THEN
                   DISPLAY 'Tarif : 1 - normal ('TampoTarifAff') '
                       '2 - reduit ('TampoTarifAffB')'
                   ACCEPT WchoixTarif
                   IF WchoixTarif = 2 THEN
                       MOVE 1 TO TampoNbPlacesReduit
                   END-IF
               ELSE
                   DISPLAY 'Tarifs : normal ('TampoTarifAff') '
                       'reduit ('TampoTarifAffB')'
                   DISPLAY 'Nombre de places au tarif reduit (0 a '
                       TampoNbPlacesResa') '
                   ACCEPT TampoNbPlacesReduit
                   IF TampoNbPlacesReduit > TampoNbPlacesResa THEN
                       MOVE TampoNbPlacesResa TO TampoNbPlacesReduit
                   END-IF
               END-IF
               IF TampoNbPlacesReduit = 0 THEN
                   MOVE 'normal' TO fres_typeTarif
               ELSE
                   IF TampoNbPlacesReduit = TampoNbPlacesResa THEN
                       MOVE 'reduit' TO fres_typeTarif
                   ELSE
                       MOVE 'mixte' TO fres_typeTarif
                   END-IF
               END-IF
               COMPUTE fres_montant =
                   ((TampoNbPlacesResa - TampoNbPlacesReduit) *
                    TabZoTarifNormal(TampoIdZoneVisee) +
                    TampoNbPlacesReduit *
                    TabZoTarifReduit(TampoIdZoneVisee)) / 100
           END-IF.

           AFFICHAGE_ADMINISTRATEUR.
           DISPLAY
           '* 18 - Imports de fichiers plats                    *'
           DISPLAY
           '*                                                   *'
           DISPLAY
           '* 19 - Sanctions et matchs sur tapis vert           *'
           DISPLAY
           '*                                                   *'
           DISPLAY
           '* 20 - Comptes administrateurs et roles             *'
           DISPLAY
           '*                                                   *'
           DISPLAY
           '* 21 - Sauvegarde et restauration des fichiers      *'
           DISPLAY
           '*                                                   *'
           DISPLAY
           '* 22 - Conversion de l ancien journal des actions   *'
           DISPLAY
           '*****************************************************'

           ACCEPT WchoixAdmin
      * une option refusee au role du compte n'est pas executee
           PERFORM CONTROLER_DROIT_OPTION
           IF WoptionPermise = 0 THEN
               DISPLAY 'Option 'WchoixAdmin' non autorisee pour le'
                   ' role 'TampoLibelleRole
               MOVE 99 TO WchoixAdmin
           END-IF
           EVALUATE WchoixAdmin
             WHEN 1
                  PERFORM INFO_VISITEURS
                  PERFORM CONSOLE_JOUR
             WHEN 18
                  PERFORM MENU_IMPORTS
             WHEN 19
                  PERFORM MENU_SANCTIONS
             WHEN 20
                  PERFORM MENU_COMPTES_ADMIN
             WHEN 21
                  PERFORM MENU_SAUVEGARDES
             WHEN 22
                  PERFORM CONVERTIR_JOURNAL_ACTIONS
           END-EVALUATE
           END-PERFORM.

      *=================================================================
      * authentification nominative d'un administrateur : un compte
      * verrouille est refuse meme avec le bon mot de passe ; trois
      * mots de passe faux de suite verrouillent le compte, sauf s'il
      * est le dernier super-administrateur non verrouille (seul un
      * super-administrateur peut debloquer un compte) ; un succes
      * remet le compteur d'echecs a zero
      *=================================================================
           ADMINISTRATEUR.
           DISPLAY 'Identifiant administrateur '
           ACCEPT WloginSaisi
           DISPLAY 'Veuillez saisir votre mot de passe '
           ACCEPT WmdpSaisi
           MOVE 0 TO WconnexionAdmin
           PERFORM COMPTER_AUTRES_SUPER_ACTIFS
           OPEN I-O fadministrateurs
           MOVE WloginSaisi TO fa_login
           READ fadministrateurs
               INVALID KEY
                   DISPLAY 'Identifiant ou mot de passe incorrect'
               NOT INVALID KEY
                   IF fa_verrouAdm = 1 THEN
                       DISPLAY 'Compte verrouille apres trop d echecs,'
                       DISPLAY 'a debloquer par un super-administrateur'
                   ELSE
                       IF fa_mdp = WmdpSaisi THEN
                           MOVE 0 TO fa_nbEchecsAdm
                           REWRITE administrateurTampon
                           MOVE fa_login TO TampoAdminLogin
                           MOVE fa_roleAdm TO TampoAdminRole
                           MOVE 1 TO WconnexionAdmin
                       ELSE
                           IF fa_nbEchecsAdm < 9 THEN
                               COMPUTE fa_nbEchecsAdm =
                                   fa_nbEchecsAdm + 1
                           END-IF
                           IF fa_nbEchecsAdm >= 3 AND
                               fa_roleAdm = 'S' AND
                               NbSuperActifsAutres = 0 THEN
                               DISPLAY 'Identifiant ou mot de'
                                   ' passe incorrect'
                               DISPLAY 'ATTENTION : 'fa_nbEchecsAdm
                                   ' echecs sur le dernier compte'
                                   ' super-administrateur actif,'
                               DISPLAY 'compte laisse deverrouille'
                           ELSE
                           IF fa_nbEchecsAdm >= 3 THEN
                               MOVE 1 TO fa_verrouAdm
                               DISPLAY 'Trop d echecs, compte'
                                   ' verrouille'
                           ELSE
                               DISPLAY 'Identifiant ou mot de'
                                   ' passe incorrect'
                           END-IF
                           END-IF
                           REWRITE administrateurTampon
                       END-IF
                   END-IF
           END-READ
           CLOSE fadministrateurs
           IF WconnexionAdmin = 1 THEN
               MOVE TampoAdminRole TO TampoRoleSaisi
               PERFORM LIBELLE_ROLE_ADMIN
               DISPLAY 'Connecte : 'TampoAdminLogin
                   ' ('TampoLibelleRole')'
               PERFORM AFFICHAGE_ADMINISTRATEUR
           ELSE
               PERFORM MENU_PRINCIPAL
           END-IF.

      *=================================================================
      * nombre de super-administrateurs non verrouilles autres que le
      * compte WloginSaisi
      *=================================================================
           COMPTER_AUTRES_SUPER_ACTIFS.
           MOVE 0 TO NbSuperActifsAutres
           OPEN INPUT fadministrateurs
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fadministrateurs NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fa_roleAdm = 'S' AND fa_verrouAdm = 0 AND
                       fa_login NOT = WloginSaisi THEN
                       COMPUTE NbSuperActifsAutres =
                           NbSuperActifsAutres + 1
                   END-IF
           END-PERFORM
           CLOSE fadministrateurs
           MOVE 0 TO Wfin.

      *=================================================================
      * classement Ligue 1 etabli a partir des rencontres terminees
      * (fr_statutRenc = 'fini') ou donnees sur tapis vert, points
      * nets des retraits de points (colonne Pen)
      *=================================================================
           CLASSEMENT_LIGUE1.
           PERFORM CALCULER_CLASSEMENT
           MOVE 1 TO IndiceClassement
           PERFORM WITH TEST AFTER UNTIL
               IndiceClassement > NbEquipesClassees
               PERFORM FORMATER_POINTS_CLASSEMENT
               DISPLAY IndiceClassement' - 'Clt_nomEq(IndiceClassement)
                   ' Pts:'TampoPointsTxt
                   ' BP:'Clt_butsPour(IndiceClassement)
                   ' BC:'Clt_butsContre(IndiceClassement)
                   ' Pen:'Clt_penalite(IndiceClassement)
               COMPUTE IndiceClassement = IndiceClassement + 1
           END-PERFORM
           MOVE 0 TO Wfin.
      * calcule et trie la table de classement a partir des rencontres
      * terminees, sans l'afficher ni le reporter sur les fiches ;
      * reutilise par l'affichage du classement et par la cloture de
      * saison. Une rencontre donnee sur tapis vert compte avec le
      * score attribue, quel que soit son statut ; les retraits de
      * points sont deduits avant le tri
      *=================================================================
           CALCULER_CLASSEMENT.
           MOVE 0 TO NbEquipesClassees
           MOVE 0 TO TampoDateMaxClt
           PERFORM CHARGER_SANCTIONS
           OPEN INPUT frencontres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fr_typeComp NOT = 'C' AND
                       (TampoJourneeLimite = 0 OR
                       fr_journee <= TampoJourneeLimite) THEN
                       PERFORM SCORE_RETENU_RENCONTRE
                       IF fr_statutRenc = 'fini' OR WtapisVert = 1
                           THEN
                           PERFORM CUMULER_RESULTAT_RENCONTRE
                           MOVE fr_dateRenc TO TampoDateRencClt
                           IF TampoDateRencClt > TampoDateMaxClt THEN
                               MOVE TampoDateRencClt TO TampoDateMaxClt
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE frencontres
           IF WfiltreClt = 0 THEN
               PERFORM APPLIQUER_SANCTIONS_CLASSEMENT
           END-IF
           PERFORM TRIER_CLASSEMENT
           MOVE 0 TO Wfin.

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Clt_points(IndiceClassement) < 0 THEN
                           MOVE 0 TO fe_pointsEq
                       ELSE
                           MOVE Clt_points(IndiceClassement) TO
                               fe_pointsEq
                       END-IF
                       MOVE Clt_butsPour(IndiceClassement) TO
                           fe_butMarquesEq
                       MOVE Clt_butsContre(IndiceClassement) TO
           CLOSE fequipes.

           CUMULER_RESULTAT_RENCONTRE.
           IF WfiltreClt NOT = 2 THEN
               PERFORM CUMULER_RESULTAT_DOMICILE
           END-IF
           IF WfiltreClt NOT = 1 THEN
               PERFORM CUMULER_RESULTAT_EXTERIEUR
           END-IF.

           CUMULER_RESULTAT_DOMICILE.
           MOVE fr_EquipeDom TO TampoIdEquipeDom
           PERFORM CHERCHER_OU_AJOUTER_CLASSEMENT
           IF TampoScoreDomClt > TampoScoreExtClt THEN
               COMPUTE Clt_points(IndiceClassement) =
                   Clt_points(IndiceClassement) + 3
           ELSE
               IF TampoScoreDomClt = TampoScoreExtClt THEN
                   COMPUTE Clt_points(IndiceClassement) =
                       Clt_points(IndiceClassement) + 1
               END-IF
           END-IF
           COMPUTE Clt_butsPour(IndiceClassement) =
               Clt_butsPour(IndiceClassement) + TampoScoreDomClt
           COMPUTE Clt_butsContre(IndiceClassement) =
               Clt_butsContre(IndiceClassement) + TampoScoreExtClt.

           CUMULER_RESULTAT_EXTERIEUR.
           MOVE fr_EquipeExt TO TampoIdEquipeDom
           PERFORM CHERCHER_OU_AJOUTER_CLASSEMENT
           IF TampoScoreExtClt > TampoScoreDomClt THEN
               COMPUTE Clt_points(IndiceClassement) =
                   Clt_points(IndiceClassement) + 3
           ELSE
               IF TampoScoreExtClt = TampoScoreDomClt THEN
                   COMPUTE Clt_points(IndiceClassement) =
                       Clt_points(IndiceClassement) + 1
               END-IF
           END-IF
           COMPUTE Clt_butsPour(IndiceClassement) =
               Clt_butsPour(IndiceClassement) + TampoScoreExtClt
           COMPUTE Clt_butsContre(IndiceClassement) =
               Clt_butsContre(IndiceClassement) + TampoScoreDomClt.

           CHERCHER_OU_AJOUTER_CLASSEMENT.
           MOVE 0 TO Wtrouve3
               MOVE 0 TO Clt_points(IndiceClassement)
               MOVE 0 TO Clt_butsPour(IndiceClassement)
               MOVE 0 TO Clt_butsContre(IndiceClassement)
               MOVE 0 TO Clt_penalite(IndiceClassement)
           END-IF
           MOVE 0 TO Wtrouve3.

