
      *=================================================================
      * reconciliation du compteur de places : pour chaque rencontre
      * non annulee et chaque zone du stade du club recevant, les
      * places restantes attendues (capacite de la zone moins places
      * reservees confirmees et abonnes de la zone) sont rederivees et
      * comparees au compteur de la zone, puis leur total au compteur
      * fr_placesRestantes
      *=================================================================
           AUDITER_PLACES_RESTANTES.
           OPEN INPUT frencontres
           MOVE fr_idRenc TO TampoIdRencVisee
           MOVE fr_EquipeDom TO TampoIdEquipeDom
           MOVE fr_placesRestantes TO TampoPlacesRestantes
           MOVE fr_placesZones TO TablePlacesZonesRenc
           PERFORM TROUVER_CAPACITE_STADE_DOM
           MOVE 0 TO TampoPlacesCalculTot
           MOVE 1 TO IndiceZone
           PERFORM WITH TEST AFTER UNTIL IndiceZone > 10
               PERFORM CONTROLER_PLACES_UNE_ZONE
               COMPUTE IndiceZone = IndiceZone + 1
           END-PERFORM
           IF TampoPlacesCalculTot NOT = TampoPlacesRestantes THEN
               COMPUTE NbAnomalies = NbAnomalies + 1
               DISPLAY 'ANOMALIE rencontre 'TampoIdRencVisee
                   ' : compteur de places 'TampoPlacesRestantes
                   ' au lieu de 'TampoPlacesCalculTot
           END-IF.

           CONTROLER_PLACES_UNE_ZONE.
           MOVE 0 TO TampoPlacesCalcul
           IF TabZoDefinie(IndiceZone) = 1 THEN
               MOVE IndiceZone TO TampoIdZoneVisee
               PERFORM COMPTER_RESA_CONFIRMEES
               COMPUTE TampoPlacesCalcul =
                   TabZoCapacite(IndiceZone) - NbResaConfirmees
               IF TampoPlacesCalcul < 0 THEN
                   MOVE 0 TO TampoPlacesCalcul
               END-IF
           END-IF
           COMPUTE TampoPlacesCalculTot =
               TampoPlacesCalculTot + TampoPlacesCalcul
           IF TampoPlacesCalcul NOT = TabPlacesZoneRenc(IndiceZone)
               THEN
               COMPUTE NbAnomalies = NbAnomalies + 1
               DISPLAY 'ANOMALIE rencontre 'TampoIdRencVisee
                   ' zone 'IndiceZone' : compteur de places '
                   TabPlacesZoneRenc(IndiceZone)
                   ' au lieu de 'TampoPlacesCalcul
           END-IF.

