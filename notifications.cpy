      *=================================================================
      * notifications sortantes aux visiteurs : une ligne est ajoutee a
      * notifications.txt a chaque evenement touchant une reservation
      * ou un abonnement (reservation confirmee, liste d'attente
      * convertie, rencontre reportee, rencontre annulee et places a
      * rembourser, abonnement souscrit). Le prestataire d'emailing
      * releve le fichier chaque nuit ; chaque ligne porte un numero
      * croissant tenu dans compteurNotifications.dat, jamais
      * reattribue, pour qu'une relance n'envoie pas deux fois le meme
      * message.
      *=================================================================
           ECRIRE_NOTIFICATION.
           PERFORM CHERCHER_VISITEUR_NOTIF
           IF TampoEmailNotif = SPACES THEN
               DISPLAY 'Visiteur 'TampoIdVisNotif' sans email,'
                   ' notification 'TampoTypeNotif' non emise'
           ELSE
               PERFORM CHERCHER_RENCONTRE_NOTIF
               PERFORM ATTRIBUER_NUMERO_NOTIF
               ACCEPT TampoHeureNotif FROM TIME
               MOVE SPACES TO notifLigne
               STRING TampoNumeroNotif ';' TampoDateAudit ';'
                   THN_hhmmss ';' TampoTypeNotif ';'
                   TampoEmailNotif ';' TampoNomNotif ';'
                   TampoPrenomNotif ';' TampoIdRencNotif ';'
                   TampoDateRencNotif ';' TampoHeureRencNotif ';'
                   TampoNomDomNotif ';' TampoNomExtNotif ';'
                   TampoDetailNotif
                   DELIMITED BY SIZE INTO notifLigne
               END-STRING
               OPEN EXTEND fnotifs
               IF fnotifs_stat = 35 THEN
                   OPEN OUTPUT fnotifs
               END-IF
               WRITE notifLigne END-WRITE
               CLOSE fnotifs
               COMPUTE NbNotifsEcrites = NbNotifsEcrites + 1
           END-IF.

           CHERCHER_VISITEUR_NOTIF.
           MOVE SPACES TO TampoEmailNotif
           MOVE SPACES TO TampoNomNotif
           MOVE SPACES TO TampoPrenomNotif
           OPEN INPUT fvisiteurs
           MOVE 0 TO WfinNotif
           PERFORM WITH TEST AFTER UNTIL WfinNotif = 1
               READ fvisiteurs NEXT
               AT END MOVE 1 TO WfinNotif
               NOT AT END
                   IF fv_id = TampoIdVisNotif THEN
                       MOVE fv_email TO TampoEmailNotif
                       MOVE fv_nom TO TampoNomNotif
                       MOVE fv_prenom TO TampoPrenomNotif
                       MOVE 1 TO WfinNotif
                   END-IF
           END-PERFORM
           CLOSE fvisiteurs.

      *=================================================================
      * date, heure et clubs de la rencontre TampoIdRencNotif (a blanc
      * pour un abonnement, qui ne vise pas de rencontre)
      *=================================================================
           CHERCHER_RENCONTRE_NOTIF.
           MOVE 0 TO TampoDateRencNotif
           MOVE SPACES TO TampoHeureRencNotif
           MOVE 0 TO TampoIdEqDomNotif
           MOVE 0 TO TampoIdEqExtNotif
           MOVE SPACES TO TampoNomDomNotif
           MOVE SPACES TO TampoNomExtNotif
           IF TampoIdRencNotif NOT = 0 THEN
               OPEN INPUT frencontres
               MOVE 0 TO WfinNotif
               PERFORM WITH TEST AFTER UNTIL WfinNotif = 1
                   READ frencontres NEXT
                   AT END MOVE 1 TO WfinNotif
                   NOT AT END
                       IF fr_idRenc = TampoIdRencNotif THEN
                           MOVE fr_dateRenc TO TampoDateRencNotif
                           MOVE fr_heureRenc TO TampoHeureRencNotif
                           MOVE fr_EquipeDom TO TampoIdEqDomNotif
                           MOVE fr_EquipeExt TO TampoIdEqExtNotif
                           MOVE 1 TO WfinNotif
                       END-IF
               END-PERFORM
               CLOSE frencontres
               OPEN INPUT fequipes
               MOVE 0 TO WfinNotif
               PERFORM WITH TEST AFTER UNTIL WfinNotif = 1
                   READ fequipes NEXT
                   AT END MOVE 1 TO WfinNotif
                   NOT AT END
                       IF fe_idEquipe = TampoIdEqDomNotif THEN
                           MOVE fe_nomEq TO TampoNomDomNotif
                       END-IF
                       IF fe_idEquipe = TampoIdEqExtNotif THEN
                           MOVE fe_nomEq TO TampoNomExtNotif
                       END-IF
               END-PERFORM
               CLOSE fequipes
           END-IF.

      *=================================================================
      * numero suivant, enregistre avant l'ecriture de la ligne : un
      * arret entre les deux laisse un trou dans la numerotation mais
      * jamais un numero en double
      *=================================================================
           ATTRIBUER_NUMERO_NOTIF.
           OPEN I-O fcptnotif
           MOVE 1 TO cn_id
           READ fcptnotif
               INVALID KEY
                   MOVE 1 TO cn_dernierNumero
                   MOVE TampoDateAudit TO cn_dateModif
                   WRITE compteurNotifTampon END-WRITE
               NOT INVALID KEY
                   COMPUTE cn_dernierNumero = cn_dernierNumero + 1
                   MOVE TampoDateAudit TO cn_dateModif
                   REWRITE compteurNotifTampon END-REWRITE
           END-READ
           MOVE cn_dernierNumero TO TampoNumeroNotif
           CLOSE fcptnotif.

      *=================================================================
      * un message par visiteur ayant une reservation confirmee pour la
      * rencontre TampoIdRencNotif (les reservations sont rangees par
      * visiteur : plusieurs reservations du meme visiteur ne donnent
      * qu'un message)
      *=================================================================
           NOTIFIER_RESAS_RENC.
           MOVE 0 TO TampoDernierVisNotif
           OPEN INPUT freservations
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ freservations NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fres_idRenc = TampoIdRencNotif AND
                       fres_statutRes = 'confirmee' AND
                       fres_idVisiteur NOT = TampoDernierVisNotif THEN
                       MOVE fres_idVisiteur TO TampoDernierVisNotif
                       MOVE fres_idVisiteur TO TampoIdVisNotif
                       PERFORM ECRIRE_NOTIFICATION
                   END-IF
           END-PERFORM
           CLOSE freservations
           MOVE 0 TO Wfin.

      *=================================================================
      * un message par abonne actif du club recevant la rencontre
      * TampoIdRencNotif, sa place d'abonne etant concernee aussi
      *=================================================================
           NOTIFIER_ABONNES_RENC.
           PERFORM CHERCHER_RENCONTRE_NOTIF
           IF TampoIdEqDomNotif NOT = 0 THEN
               OPEN INPUT fabonnements
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fabonnements NEXT
                   AT END MOVE 1 TO Wfin
                   NOT AT END
                       IF fab_idEquipe = TampoIdEqDomNotif AND
                           fab_statutAbo = 'actif' THEN
                           MOVE fab_idVisiteur TO TampoIdVisNotif
                           PERFORM ECRIRE_NOTIFICATION
                       END-IF
               END-PERFORM
               CLOSE fabonnements
               MOVE 0 TO Wfin
           END-IF.
