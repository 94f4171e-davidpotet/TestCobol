      *=================================================================
      * indemnites d'arbitrage : chaque affectation d'arbitre est payee
      * selon le bareme de son creneau (1 arbitre central, 2 et 3
      * assistants, 4 quatrieme arbitre), plus les frais de deplacement
      * saisis pour l'affectation. Seules les rencontres jouees ('fini')
      * sont payees : une rencontre annulee n'a plus d'affectation et
      * une rencontre reportee n'est payee qu'une fois jouee, au releve
      * du mois ou elle a eu lieu (ou au premier releve qui suit).
      * faf_moisPaye marque l'affectation payee : un releve relance pour
      * le meme mois la reprend a l'identique, un autre mois l'ignore
      *=================================================================
           SAISIR_FRAIS_AFFECTATION.
           DISPLAY 'Numero de la rencontre '
           ACCEPT TampoIdRencArb
           DISPLAY 'Numero de l arbitre '
           ACCEPT TampoIdArbSaisi
           OPEN I-O faffectations
           MOVE TampoIdArbSaisi TO faf_idArb
           MOVE TampoIdRencArb TO faf_idRenc
           READ faffectations
               INVALID KEY
                   DISPLAY 'Affectation inconnue !'
               NOT INVALID KEY
                   IF faf_moisPaye NOT = 0 THEN
                       DISPLAY 'Affectation deja payee au releve '
                           faf_moisPaye', frais non modifiables'
                   ELSE
                       MOVE faf_fraisDepl TO TampoFraisAff
                       DISPLAY 'Frais actuels : 'TampoFraisAff
                       DISPLAY 'Frais de deplacement en centimes '
                           '(ex 4550 pour 45.50) '
                       ACCEPT TampoMontantCentimes
                       COMPUTE faf_fraisDepl =
                           TampoMontantCentimes / 100
                       MOVE TampoAdminLogin TO faf_modifPar
                       MOVE TampoDateAudit TO faf_dateModif
                       REWRITE affectationsTampon
                       DISPLAY 'Frais de deplacement enregistres'
                   END-IF
           END-READ
           CLOSE faffectations.

      *=================================================================
      * bareme : affiche le montant de chaque creneau puis modifie
      * celui qui est choisi (montant saisi en centimes, comme les
      * tarifs de billetterie)
      *=================================================================
           BAREME_ARBITRES.
           PERFORM CHARGER_BAREME_ARBITRES
           DISPLAY '--- BAREME DES INDEMNITES D ARBITRAGE ---'
           MOVE 0 TO IndiceBareme
           PERFORM WITH TEST AFTER UNTIL IndiceBareme = 4
               COMPUTE IndiceBareme = IndiceBareme + 1
               MOVE TabBarMontant(IndiceBareme) TO TampoHonoAff
               DISPLAY IndiceBareme' 'TabBarLibelle(IndiceBareme)
                   ' 'TampoHonoAff
           END-PERFORM
           DISPLAY 'Creneau a modifier (1 a 4, 0 pour aucun) '
           ACCEPT TampoSlotBareme
           IF TampoSlotBareme > 0 AND TampoSlotBareme < 5 THEN
               PERFORM LIBELLE_CRENEAU_ARBITRE
               DISPLAY 'Indemnite en centimes (ex 15000 pour 150.00) '
               ACCEPT TampoMontantCentimes
               OPEN I-O fbaremearb
               MOVE TampoSlotBareme TO fba_slot
               READ fbaremearb
                   INVALID KEY
                       MOVE 0 TO WbaremeTrouve
                   NOT INVALID KEY
                       MOVE 1 TO WbaremeTrouve
               END-READ
               MOVE TampoSlotBareme TO fba_slot
               MOVE TampoLibelleCreneau TO fba_libelle
               COMPUTE fba_montant = TampoMontantCentimes / 100
               MOVE TampoAdminLogin TO fba_modifPar
               MOVE TampoDateAudit TO fba_dateModif
               IF WbaremeTrouve = 0 THEN
                   WRITE baremeArbTampon END-WRITE
               ELSE
                   REWRITE baremeArbTampon
               END-IF
               CLOSE fbaremearb
               DISPLAY 'Bareme enregistre pour : 'TampoLibelleCreneau
           END-IF.

           LIBELLE_CRENEAU_ARBITRE.
           EVALUATE TampoSlotBareme
               WHEN 1 MOVE 'Arbitre central' TO TampoLibelleCreneau
               WHEN 2 MOVE 'Assistant 1' TO TampoLibelleCreneau
               WHEN 3 MOVE 'Assistant 2' TO TampoLibelleCreneau
               WHEN 4 MOVE 'Quatrieme arbitre' TO TampoLibelleCreneau
               WHEN OTHER MOVE SPACES TO TampoLibelleCreneau
           END-EVALUATE.

      *=================================================================
      * charge les quatre creneaux du bareme ; un creneau absent vaut
      * 0 et rend le bareme incomplet (aucun releve n'est alors edite)
      *=================================================================
           CHARGER_BAREME_ARBITRES.
           MOVE 0 TO WbaremeIncomplet
           OPEN INPUT fbaremearb
           MOVE 0 TO TampoSlotBareme
           PERFORM WITH TEST AFTER UNTIL TampoSlotBareme = 4
               COMPUTE TampoSlotBareme = TampoSlotBareme + 1
               PERFORM LIBELLE_CRENEAU_ARBITRE
               MOVE TampoLibelleCreneau TO
                   TabBarLibelle(TampoSlotBareme)
               MOVE TampoSlotBareme TO fba_slot
               READ fbaremearb
                   INVALID KEY
                       MOVE 0 TO TabBarMontant(TampoSlotBareme)
                       MOVE 1 TO WbaremeIncomplet
                   NOT INVALID KEY
                       MOVE fba_montant TO
                           TabBarMontant(TampoSlotBareme)
               END-READ
           END-PERFORM
           CLOSE fbaremearb.

      *=================================================================
      * releve mensuel : retient les affectations deja payees sur ce
      * mois et celles, non payees, de rencontres jouees jusqu'a la fin
      * du mois ; edite un releve par arbitre (ordre de arbitres.dat)
      * et le fichier de paiement de la tresorerie
      *=================================================================
           RELEVE_MENSUEL_ARBITRES.
           DISPLAY 'Annee du releve (aaaa) '
           ACCEPT TampoAnneeReleve
           DISPLAY 'Mois du releve (mm) '
           ACCEPT TampoMoisRel
           IF TampoMoisRel < 1 OR TampoMoisRel > 12 THEN
               DISPLAY 'Mois invalide !'
           ELSE
               PERFORM CHARGER_BAREME_ARBITRES
               IF WbaremeIncomplet = 1 THEN
                   DISPLAY 'Bareme incomplet : un creneau n a pas de'
                       ' montant, releve impossible'
               ELSE
                   COMPUTE TampoMoisPaye =
                       TampoAnneeReleve * 100 + TampoMoisRel
                   MOVE SPACES TO TampoFinMoisTxt
                   STRING TampoAnneeReleve TampoMoisRel '31'
                       DELIMITED BY SIZE INTO TampoFinMoisTxt
                   END-STRING
                   PERFORM CHARGER_RENCONTRES_INDEMNITES
                   PERFORM RETENIR_AFFECTATIONS_MOIS
                   PERFORM EDITER_RELEVES_ARBITRES
               END-IF
           END-IF.

      *=================================================================
      * statut et arbitres en place (fr_idArb1 a fr_idArb4) de chaque
      * rencontre : seule l'affectation encore titulaire de son creneau
      * est payee, pas celle d'un arbitre remplace depuis
      *=================================================================
           CHARGER_RENCONTRES_INDEMNITES.
           MOVE 0 TO NbRencIndem
           OPEN INPUT frencontres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF NbRencIndem < 400 THEN
                       COMPUTE NbRencIndem = NbRencIndem + 1
                       MOVE fr_idRenc TO TabRiId(NbRencIndem)
                       MOVE fr_statutRenc TO TabRiStatut(NbRencIndem)
                       MOVE fr_idArb1 TO TabRiArb(NbRencIndem, 1)
                       MOVE fr_idArb2 TO TabRiArb(NbRencIndem, 2)
                       MOVE fr_idArb3 TO TabRiArb(NbRencIndem, 3)
                       MOVE fr_idArb4 TO TabRiArb(NbRencIndem, 4)
                   ELSE
                       DISPLAY 'ATTENTION: plus de 400 rencontres,'
                           ' rencontre 'fr_idRenc' ignoree'
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO Wfin.

           CHERCHER_RENCONTRE_INDEMNITE.
           MOVE 0 TO Wtrouve3
           MOVE 1 TO IndiceRencIndem
           PERFORM WITH TEST AFTER UNTIL
               IndiceRencIndem > NbRencIndem OR Wtrouve3 = 1
               IF NbRencIndem > 0 AND
                   TabRiId(IndiceRencIndem) = faf_idRenc THEN
                   MOVE 1 TO Wtrouve3
               ELSE
                   COMPUTE IndiceRencIndem = IndiceRencIndem + 1
               END-IF
           END-PERFORM.

           RETENIR_AFFECTATIONS_MOIS.
           MOVE 0 TO NbLignesIndem
           MOVE 0 TO NbAffNonJouees
           MOVE 0 TO NbAffRemplacees
           OPEN I-O faffectations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ faffectations NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   PERFORM EXAMINER_AFFECTATION_INDEMNITE
           END-PERFORM
           CLOSE faffectations
           MOVE 0 TO Wfin.

      *=================================================================
      * une affectation non payee d'une rencontre jouee est payee sur
      * ce releve : l'indemnite du bareme est figee dans faf_honoraires
      * et le mois du releve dans faf_moisPaye
      *=================================================================
           EXAMINER_AFFECTATION_INDEMNITE.
           MOVE 0 TO WligneRetenue
           IF faf_moisPaye = TampoMoisPaye THEN
               MOVE 1 TO WligneRetenue
           END-IF
           IF faf_moisPaye = 0 AND faf_dateRenc <= TampoFinMoisTxt THEN
               PERFORM CHERCHER_RENCONTRE_INDEMNITE
               IF Wtrouve3 = 0 THEN
                   COMPUTE NbAffNonJouees = NbAffNonJouees + 1
               ELSE
               IF TabRiStatut(IndiceRencIndem) NOT = 'fini' THEN
                   COMPUTE NbAffNonJouees = NbAffNonJouees + 1
               ELSE
               IF faf_slot < 1 OR faf_slot > 4 THEN
                   COMPUTE NbAffRemplacees = NbAffRemplacees + 1
               ELSE
               IF TabRiArb(IndiceRencIndem, faf_slot) NOT = faf_idArb
                   COMPUTE NbAffRemplacees = NbAffRemplacees + 1
               ELSE
                   MOVE TabBarMontant(faf_slot) TO faf_honoraires
                   MOVE TampoMoisPaye TO faf_moisPaye
                   MOVE TampoAdminLogin TO faf_modifPar
                   MOVE TampoDateAudit TO faf_dateModif
                   REWRITE affectationsTampon
                   MOVE 1 TO WligneRetenue
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE 0 TO Wtrouve3
           END-IF
           IF WligneRetenue = 1 THEN
               IF NbLignesIndem < 999 THEN
                   COMPUTE NbLignesIndem = NbLignesIndem + 1
                   MOVE faf_idArb TO TabLiArb(NbLignesIndem)
                   MOVE faf_idRenc TO TabLiRenc(NbLignesIndem)
                   MOVE faf_dateRenc TO TabLiDate(NbLignesIndem)
                   MOVE faf_slot TO TabLiSlot(NbLignesIndem)
                   MOVE faf_honoraires TO TabLiHono(NbLignesIndem)
                   MOVE faf_fraisDepl TO TabLiFrais(NbLignesIndem)
               ELSE
                   DISPLAY 'ATTENTION: plus de 999 affectations,'
                       ' affectation 'faf_idArb'/'faf_idRenc
                       ' hors releve'
               END-IF
           END-IF.

           EDITER_RELEVES_ARBITRES.
           MOVE 0 TO NbArbPayes
           MOVE 0 TO TampoTotGeneral
           OPEN OUTPUT fpaiementsarb
           OPEN INPUT farbitres
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ farbitres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   PERFORM EDITER_RELEVE_UN_ARBITRE
           END-PERFORM
           CLOSE farbitres
           CLOSE fpaiementsarb
           MOVE 0 TO Wfin
           MOVE TampoTotGeneral TO TampoTotGeneralAff
           DISPLAY '=== RELEVE 'TampoMoisPaye' : 'NbArbPayes
               ' arbitre(s), total 'TampoTotGeneralAff' ==='
           IF NbAffNonJouees > 0 THEN
               DISPLAY NbAffNonJouees' affectation(s) de rencontres'
                   ' non jouees (a venir ou reportees) non payees'
           END-IF
           IF NbAffRemplacees > 0 THEN
               DISPLAY NbAffRemplacees' affectation(s) d arbitres'
                   ' remplaces sur leur creneau non payees'
           END-IF
           DISPLAY 'paiementsArbitres.txt : 'NbArbPayes' ligne(s)'.

      *=================================================================
      * releve d'un arbitre : detail des affectations retenues, total
      * indemnites + frais, et ligne du fichier de paiement
      * mois;arbitre;nom;prenom;affectations;indemnites;frais;total
      *=================================================================
           EDITER_RELEVE_UN_ARBITRE.
           MOVE 0 TO NbAffReleve
           MOVE 0 TO TampoTotHonoArb
           MOVE 0 TO TampoTotFraisArb
           MOVE 1 TO IndiceLigneIndem
           PERFORM WITH TEST AFTER UNTIL
               IndiceLigneIndem > NbLignesIndem
               IF NbLignesIndem > 0 AND
                   TabLiArb(IndiceLigneIndem) = fa_idArb THEN
                   IF NbAffReleve = 0 THEN
                       DISPLAY '--- RELEVE 'TampoMoisPaye' ARBITRE '
                           fa_idArb' 'fa_nomArb' 'fa_prenomArb
                   END-IF
                   COMPUTE NbAffReleve = NbAffReleve + 1
                   ADD TabLiHono(IndiceLigneIndem) TO TampoTotHonoArb
                   ADD TabLiFrais(IndiceLigneIndem) TO TampoTotFraisArb
                   MOVE TabLiSlot(IndiceLigneIndem) TO TampoSlotBareme
                   PERFORM LIBELLE_CRENEAU_ARBITRE
                   MOVE TabLiHono(IndiceLigneIndem) TO TampoHonoAff
                   MOVE TabLiFrais(IndiceLigneIndem) TO TampoFraisAff
                   DISPLAY '  Renc 'TabLiRenc(IndiceLigneIndem)
                       ' du 'TabLiDate(IndiceLigneIndem)
                       ' 'TampoLibelleCreneau
                       ' indemnite 'TampoHonoAff
                       ' frais 'TampoFraisAff
               END-IF
               COMPUTE IndiceLigneIndem = IndiceLigneIndem + 1
           END-PERFORM
           IF NbAffReleve > 0 THEN
               COMPUTE TampoTotArb = TampoTotHonoArb + TampoTotFraisArb
               ADD TampoTotArb TO TampoTotGeneral
               COMPUTE NbArbPayes = NbArbPayes + 1
               MOVE TampoTotHonoArb TO TampoTotHonoAff
               MOVE TampoTotFraisArb TO TampoTotFraisAff
               MOVE TampoTotArb TO TampoTotArbAff
               DISPLAY '  'NbAffReleve' affectation(s) : indemnites '
                   TampoTotHonoAff' frais 'TampoTotFraisAff
                   ' a payer 'TampoTotArbAff
               MOVE SPACES TO paiementsArbLigne
               STRING TampoMoisPaye ';' fa_idArb ';'
                   fa_nomArb ';' fa_prenomArb ';'
                   NbAffReleve ';' TampoTotHonoAff ';'
                   TampoTotFraisAff ';' TampoTotArbAff
                   DELIMITED BY SIZE INTO paiementsArbLigne
               END-STRING
               WRITE paiementsArbLigne END-WRITE
           END-IF.

      *=================================================================
      * avant la cloture de saison (qui purge les affectations) :
      * nombre d'affectations de rencontres jouees encore a payer
      *=================================================================
           COMPTER_INDEMNITES_NON_PAYEES.
           MOVE 0 TO NbAffNonPayees
           PERFORM CHARGER_RENCONTRES_INDEMNITES
           OPEN INPUT faffectations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ faffectations NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF faf_moisPaye = 0 THEN
                       PERFORM CHERCHER_RENCONTRE_INDEMNITE
                       IF Wtrouve3 = 1 THEN
                           IF TabRiStatut(IndiceRencIndem) = 'fini'
                               COMPUTE NbAffNonPayees =
                                   NbAffNonPayees + 1
                           END-IF
                       END-IF
                       MOVE 0 TO Wtrouve3
                   END-IF
           END-PERFORM
           CLOSE faffectations
           MOVE 0 TO Wfin.
