           MOVE fr_EquipeDom TO TampoIdEquipeDom
           PERFORM CALCULER_PLACES_INITIALES
           MOVE TampoPlacesInit TO fr_placesRestantes
           MOVE TablePlacesInitZones TO fr_placesZones
           WRITE rencontresTampon END-WRITE
           DISPLAY 'Match 'fr_idRenc' : 'fr_EquipeDom' - 'fr_EquipeExt.

           MOVE 'C' TO fr_typeComp
           MOVE TampoTourCoupe TO fr_tourCoupe
           MOVE 0 TO fr_placesRestantes
           MOVE ZEROS TO fr_placesZones
           WRITE rencontresTampon END-WRITE.

           AFFICHER_MATCHS_COUPE.
