      *=================================================================
      * rapports de billetterie : recettes par rencontre, recettes
      * cumulees par club (equipe a domicile) et taux d'occupation
      * des stades, calcules a partir des reservations confirmees ;
      * la caisse (journal des paiements et cloture) est dans caisse
      *=================================================================
           MENU_RECETTES.
           PERFORM WITH TEST AFTER UNTIL WchoixRecettes < 1
           DISPLAY
           '* 2 - Recettes cumulees par club                    *'
           DISPLAY
           '* 3 - Taux d occupation des stades par zone         *'
           DISPLAY
           '* 4 - Caisse : mouvements, cloture, comptabilite    *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixRecettes
               PERFORM RECETTES_PAR_CLUB
           WHEN 3
               PERFORM OCCUPATION_STADES
           WHEN 4
               PERFORM MENU_CAISSE
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixRecettes.
               IF NbRevRenc > 0 AND
                   TabRevRencId(IndiceRev) = fres_idRenc THEN
                   MOVE 1 TO Wtrouve3
                   ADD fres_nbPlaces TO TabRevRencNb(IndiceRev)
                   ADD fres_montant TO TabRevRencMontant(IndiceRev)
               ELSE
                   COMPUTE IndiceRev = IndiceRev + 1
           MOVE 0 TO Wtrouve3.

      *=================================================================
      * taux d'occupation par stade et par zone : places confirmees
      * rapportees a la capacite cumulee de la zone sur les seules
      * rencontres jouees ('fini') dans le stade de l'equipe a domicile
      * - les rencontres a venir ou annulees n'entrent pas dans le
      * denominateur
      *=================================================================
           OCCUPATION_STADES.
           PERFORM CHARGER_REVENUS
           PERFORM CHARGER_STADES_REVENUS
           MOVE 0 TO NbOccZones
           IF NbRevRenc > 0 THEN
               MOVE 1 TO IndiceRev
               PERFORM WITH TEST AFTER UNTIL IndiceRev > NbRevRenc
                   COMPUTE IndiceRev = IndiceRev + 1
               END-PERFORM
           END-IF
           OPEN INPUT freservations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ freservations NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fres_statutRes = 'confirmee' THEN
                       PERFORM CUMULER_OCCUPATION_RESA
                   END-IF
           END-PERFORM
           CLOSE freservations
           MOVE 0 TO Wfin
           DISPLAY '--- TAUX D OCCUPATION DES STADES PAR ZONE ---'
           IF NbOccZones = 0 THEN
               DISPLAY '(aucune donnee d occupation)'
           ELSE
               MOVE 1 TO IndiceRevB
               PERFORM WITH TEST AFTER UNTIL IndiceRevB > NbRevSt
                   MOVE TabRevStId(IndiceRevB) TO TampoIdStadeRev
                   PERFORM AFFICHER_OCCUPATION_STADE
                   COMPUTE IndiceRevB = IndiceRevB + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * lignes du stade TampoIdStadeRev : une par zone puis le total
      *=================================================================
           AFFICHER_OCCUPATION_STADE.
           MOVE 0 TO NbOccZonesStade
           MOVE 0 TO TampoTotResaOcc
           MOVE 0 TO TampoTotCapaOcc
           MOVE 1 TO IndiceOcc
           PERFORM WITH TEST AFTER UNTIL IndiceOcc > NbOccZones
               IF TabOczStade(IndiceOcc) = TampoIdStadeRev THEN
                   COMPUTE NbOccZonesStade = NbOccZonesStade + 1
                   IF NbOccZonesStade = 1 THEN
                       DISPLAY 'Stade 'TampoIdStadeRev' :'
                   END-IF
                   IF TabOczCapa(IndiceOcc) > 0 THEN
                       COMPUTE TampoPctOccup =
                           (TabOczResa(IndiceOcc) * 100) /
                           TabOczCapa(IndiceOcc)
                   ELSE
                       MOVE 0 TO TampoPctOccup
                   END-IF
                   DISPLAY '   zone 'TabOczZone(IndiceOcc)' '
                       TabOczLibelle(IndiceOcc)' : '
                       TabOczResa(IndiceOcc)' places sur '
                       TabOczCapa(IndiceOcc)' soit '
                       TampoPctOccup' %'
                   ADD TabOczResa(IndiceOcc) TO TampoTotResaOcc
                   ADD TabOczCapa(IndiceOcc) TO TampoTotCapaOcc
               END-IF
               COMPUTE IndiceOcc = IndiceOcc + 1
           END-PERFORM
           IF NbOccZonesStade > 0 THEN
               IF TampoTotCapaOcc > 0 THEN
                   COMPUTE TampoPctOccup =
                       (TampoTotResaOcc * 100) / TampoTotCapaOcc
               ELSE
                   MOVE 0 TO TampoPctOccup
               END-IF
               DISPLAY '   total stade : 'TampoTotResaOcc
                   ' places sur 'TampoTotCapaOcc' soit '
                   TampoPctOccup' %'
           END-IF.

      *=================================================================
           CLOSE fstades
           MOVE 0 TO Wfin.

      *=================================================================
      * stade de la rencontre IndiceRev (par son equipe a domicile)
      * dans TampoIdStadeRev ; Wtrouve3 a 0 si le club est inconnu
      *=================================================================
           TROUVER_STADE_RENC_REV.
           MOVE 0 TO TampoIdStadeRev
           MOVE 0 TO Wtrouve3
           MOVE 1 TO IndiceRevB
               ELSE
                   COMPUTE IndiceRevB = IndiceRevB + 1
               END-IF
           END-PERFORM.

      *=================================================================
      * une rencontre jouee ajoute la capacite de chaque zone de son
      * stade au denominateur de la zone
      *=================================================================
           CUMULER_OCCUPATION_RENC.
           PERFORM TROUVER_STADE_RENC_REV
           IF Wtrouve3 = 1 THEN
               MOVE 0 TO TampoCapaRev
               MOVE 0 TO Wtrouve3
                   END-IF
               END-PERFORM
               IF Wtrouve3 = 1 THEN
                   MOVE TampoIdStadeRev TO TampoIdStadeDom
                   MOVE TampoCapaRev TO TampoCapaciteStade
                   PERFORM CHARGER_ZONES_STADE
                   MOVE 1 TO IndiceZone
                   PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
                       IF TabZoDefinie(IndiceZone) = 1 THEN
                           MOVE IndiceZone TO TampoIdZoneVisee
                           PERFORM CHERCHER_OCC_ZONE
                           IF WtrouveOcc = 1 THEN
                               MOVE TabZoLibelle(IndiceZone) TO
                                   TabOczLibelle(IndiceOcc)
                               ADD TabZoCapacite(IndiceZone) TO
                                   TabOczCapa(IndiceOcc)
                           END-IF
                       END-IF
                       COMPUTE IndiceZone = IndiceZone + 1
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3.

      *=================================================================
      * une reservation confirmee d'une rencontre jouee ajoute ses
      * places au numerateur de sa zone
      *=================================================================
           CUMULER_OCCUPATION_RESA.
           MOVE 0 TO Wtrouve3
           MOVE 1 TO IndiceRev
           PERFORM WITH TEST AFTER UNTIL
               IndiceRev > NbRevRenc OR Wtrouve3 = 1
               IF NbRevRenc > 0 AND
                   TabRevRencId(IndiceRev) = fres_idRenc THEN
                   MOVE 1 TO Wtrouve3
               ELSE
                   COMPUTE IndiceRev = IndiceRev + 1
               END-IF
           END-PERFORM
           IF Wtrouve3 = 1 THEN
               IF TabRevRencStatut(IndiceRev) = 'fini' THEN
                   PERFORM TROUVER_STADE_RENC_REV
                   IF Wtrouve3 = 1 THEN
                       MOVE fres_idZone TO TampoIdZoneVisee
                       PERFORM CHERCHER_OCC_ZONE
                       IF WtrouveOcc = 1 THEN
                           ADD fres_nbPlaces TO TabOczResa(IndiceOcc)
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3.

      *=================================================================
      * ligne (stade TampoIdStadeRev, zone TampoIdZoneVisee) de la
      * table d'occupation dans IndiceOcc, creee au besoin
      *=================================================================
           CHERCHER_OCC_ZONE.
           MOVE 0 TO WtrouveOcc
           MOVE 1 TO IndiceOcc
           PERFORM WITH TEST AFTER UNTIL
               IndiceOcc > NbOccZones OR WtrouveOcc = 1
               IF NbOccZones > 0 AND
                   TabOczStade(IndiceOcc) = TampoIdStadeRev AND
                   TabOczZone(IndiceOcc) = TampoIdZoneVisee THEN
                   MOVE 1 TO WtrouveOcc
               ELSE
                   COMPUTE IndiceOcc = IndiceOcc + 1
               END-IF
           END-PERFORM
           IF WtrouveOcc = 0 AND NbOccZones < 500 THEN
               COMPUTE NbOccZones = NbOccZones + 1
               MOVE NbOccZones TO IndiceOcc
               MOVE TampoIdStadeRev TO TabOczStade(IndiceOcc)
               MOVE TampoIdZoneVisee TO TabOczZone(IndiceOcc)
               MOVE SPACES TO TabOczLibelle(IndiceOcc)
               MOVE 0 TO TabOczResa(IndiceOcc)
               MOVE 0 TO TabOczCapa(IndiceOcc)
               MOVE 1 TO WtrouveOcc
           END-IF.
