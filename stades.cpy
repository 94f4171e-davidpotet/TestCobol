           DISPLAY
           '* 3 - Definir les tarifs d un stade                  *'
           DISPLAY
           '* 4 - Definir les zones d un stade                  *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixAdmin
           EVALUATE WchoixAdmin
               PERFORM AFFICHER_STADES
           WHEN 3
               PERFORM DEFINIR_TARIFS_STADE
           WHEN 4
               PERFORM DEFINIR_ZONES_STADE
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixAdmin.
               NOT AT END
                   DISPLAY fs_idStade' 'fs_lieuStade
                       ' capacite:'fs_capaciteStade
                   MOVE fs_idStade TO TampoIdStadeZone
                   PERFORM AFFICHER_ZONES_STADE
           END-PERFORM
           CLOSE fstades.

           DISPLAY 'Tarifs enregistres pour le stade '
               TampoIdStadeTarif
           MOVE 0 TO WtarifTrouve.

      *=================================================================
      * zones (tribunes) d'un stade : creation ou modification d'une
      * zone (libelle, capacite, tarifs normal et reduit en centimes),
      * suppression en saisissant une capacite nulle ; la capacite du
      * stade est ensuite ramenee a la somme de ses zones. Les
      * rencontres deja creees gardent leurs compteurs de places
      *=================================================================
           DEFINIR_ZONES_STADE.
           DISPLAY 'Identifiant du stade '
           ACCEPT TampoIdStadeZone
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           OPEN INPUT fstades
           PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR Wfin = 1
               READ fstades NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fs_idStade = TampoIdStadeZone THEN
                       MOVE 1 TO Wtrouve3
                   END-IF
           END-PERFORM
           CLOSE fstades
           IF Wtrouve3 = 0 THEN
               DISPLAY 'Stade inconnu !'
           ELSE
               PERFORM AFFICHER_ZONES_STADE
               PERFORM SAISIR_ZONE_STADE
               PERFORM RECALCULER_CAPACITE_STADE
           END-IF
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.

           AFFICHER_ZONES_STADE.
           MOVE 0 TO NbZonesStade
           OPEN INPUT fzones
           MOVE TampoIdStadeZone TO fz_idStade
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
                       IF fz_idStade NOT = TampoIdStadeZone THEN
                           MOVE 1 TO WfinZone
                       ELSE
                           COMPUTE NbZonesStade = NbZonesStade + 1
                           COMPUTE TampoTarifEuros =
                               fz_tarifNormal / 100
                           MOVE TampoTarifEuros TO TampoTarifAff
                           COMPUTE TampoTarifEuros =
                               fz_tarifReduit / 100
                           MOVE TampoTarifEuros TO TampoTarifAffB
                           DISPLAY '   zone 'fz_idZone' 'fz_libelle
                               ' capacite:'fz_capacite
                               ' normal:'TampoTarifAff
                               ' reduit:'TampoTarifAffB
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fzones
           IF NbZonesStade = 0 THEN
               DISPLAY '   (aucune zone : tribune unique)'
           END-IF
           MOVE 0 TO WfinZone.

           SAISIR_ZONE_STADE.
           DISPLAY 'Numero de la zone (1 a 10) '
           ACCEPT TampoIdZoneVisee
           IF TampoIdZoneVisee < 1 OR TampoIdZoneVisee > 10 THEN
               DISPLAY 'Numero de zone invalide !'
           ELSE
               MOVE 0 TO WzoneTrouvee
               OPEN I-O fzones
               MOVE TampoIdStadeZone TO fz_idStade
               MOVE TampoIdZoneVisee TO fz_idZone
               READ fzones
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WzoneTrouvee
               END-READ
               MOVE TampoIdStadeZone TO fz_idStade
               MOVE TampoIdZoneVisee TO fz_idZone
               DISPLAY 'Libelle de la zone (ex Tribune Nord) '
               ACCEPT fz_libelle
               DISPLAY 'Capacite de la zone (0 pour la supprimer) '
               ACCEPT fz_capacite
               IF fz_capacite = 0 THEN
                   IF WzoneTrouvee = 1 THEN
                       DELETE fzones END-DELETE
                       DISPLAY 'Zone supprimee'
                   ELSE
                       DISPLAY 'Zone inexistante, rien a supprimer'
                   END-IF
               ELSE
                   DISPLAY 'Tarif normal en centimes'
                       ' (ex 1250 pour 12.50) '
                   ACCEPT fz_tarifNormal
                   DISPLAY 'Tarif reduit en centimes'
                       ' (ex 0850 pour 8.50) '
                   ACCEPT fz_tarifReduit
                   MOVE TampoAdminLogin TO fz_modifPar
                   MOVE TampoDateAudit TO fz_dateModif
                   IF WzoneTrouvee = 0 THEN
                       WRITE zonesTampon END-WRITE
                   ELSE
                       REWRITE zonesTampon
                   END-IF
                   DISPLAY 'Zone 'TampoIdZoneVisee' enregistree'
               END-IF
               CLOSE fzones
           END-IF.

      *=================================================================
      * la capacite d'un stade decoupe en zones est la somme de ses
      * zones ; un stade sans zone garde sa capacite saisie
      *=================================================================
           RECALCULER_CAPACITE_STADE.
           MOVE 0 TO NbZonesStade
           MOVE 0 TO TampoCapaciteZones
           OPEN INPUT fzones
           MOVE TampoIdStadeZone TO fz_idStade
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
                       IF fz_idStade NOT = TampoIdStadeZone THEN
                           MOVE 1 TO WfinZone
                       ELSE
                           COMPUTE NbZonesStade = NbZonesStade + 1
                           COMPUTE TampoCapaciteZones =
                               TampoCapaciteZones + fz_capacite
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fzones
           MOVE 0 TO WfinZone
           IF NbZonesStade > 0 THEN
               MOVE 0 TO Wtrouve3
               MOVE 0 TO Wfin
               OPEN I-O fstades
               PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR Wfin = 1
                   READ fstades NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fs_idStade = TampoIdStadeZone THEN
                           MOVE 1 TO Wtrouve3
                           MOVE TampoCapaciteZones TO fs_capaciteStade
                           REWRITE stadesTampon
                       END-IF
               END-PERFORM
               CLOSE fstades
               DISPLAY 'Capacite du stade : 'TampoCapaciteZones
                   ' places sur 'NbZonesStade' zone(s)'
               MOVE 0 TO Wtrouve3
               MOVE 0 TO Wfin
           END-IF.
