      *=================================================================
      * traitement de nuit sans terminal : les etapes de batchNuit.txt
      * sont enchainees dans l'ordre du fichier, chacune tracee dans
      * batchNuit.log (heures de debut et de fin, nombre
      * d'enregistrements traites, statut OK ou KO). Le traitement
      * s'arrete a la premiere etape en echec et rend le code retour
      * 8 ; le lancement suivant repart de cette etape, les etapes
      * deja reussies ne sont pas rejouees.
      *   STATS       recalcul des stats de tous les joueurs
      *   SUSPENSIONS recalcul des suspensions
      *   AUDIT       audit d'integrite (echec si anomalie)
      *   ATTENTES    reattribution des listes d'attente
      *   EXPORTS     tout exporter
      *=================================================================
           LANCER_BATCH_NUIT.
           MOVE 'batch' TO TampoAdminLogin
           MOVE 0 TO WechecBatch
           OPEN EXTEND fbatchlog
           IF fbatchlog_stat = 35 THEN
               OPEN OUTPUT fbatchlog
           END-IF
           ACCEPT TampoHeureBatch FROM TIME
           MOVE SPACES TO batchLogLigne
           STRING 'DEBUT traitement de nuit du ' TampoDateAudit
               ' a ' TampoHeureBatch(1:2) ':' TampoHeureBatch(3:2)
               ':' TampoHeureBatch(5:2)
               DELIMITED BY SIZE INTO batchLogLigne
           END-STRING
           PERFORM ECRIRE_JOURNAL_BATCH
           PERFORM CHARGER_ETAPES_BATCH
           IF WechecBatch = 0 THEN
               PERFORM LIRE_REPRISE_BATCH
               MOVE TampoEtapeReprise TO IndiceEtapeBatch
               PERFORM WITH TEST AFTER UNTIL
                   IndiceEtapeBatch > NbEtapesBatch OR WechecBatch = 1
                   PERFORM EXECUTER_ETAPE_BATCH
                   COMPUTE IndiceEtapeBatch = IndiceEtapeBatch + 1
               END-PERFORM
               PERFORM CLORE_REPRISE_BATCH
           END-IF
           ACCEPT TampoHeureBatch FROM TIME
           MOVE SPACES TO batchLogLigne
           IF WechecBatch = 0 THEN
               STRING 'FIN traitement de nuit a '
                   TampoHeureBatch(1:2) ':' TampoHeureBatch(3:2)
                   ':' TampoHeureBatch(5:2) ' : toutes les etapes OK'
                   DELIMITED BY SIZE INTO batchLogLigne
               END-STRING
               MOVE 0 TO RETURN-CODE
           ELSE
               STRING 'ARRET traitement de nuit a '
                   TampoHeureBatch(1:2) ':' TampoHeureBatch(3:2)
                   ':' TampoHeureBatch(5:2) ' : etape en echec,'
                   ' reprise a cette etape au prochain lancement'
                   DELIMITED BY SIZE INTO batchLogLigne
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ECRIRE_JOURNAL_BATCH
           CLOSE fbatchlog.

           ECRIRE_JOURNAL_BATCH.
           WRITE batchLogLigne END-WRITE
           DISPLAY batchLogLigne.

      *=================================================================
      * charge les codes d'etape de batchNuit.txt (premier mot de
      * chaque ligne, lignes vides et commentaires '*' ignores) ;
      * fichier absent, vide ou de plus de 20 etapes : echec
      *=================================================================
           CHARGER_ETAPES_BATCH.
           MOVE 0 TO NbEtapesBatch
           MOVE SPACES TO TableEtapesBatch
           OPEN INPUT fbatchctl
           IF fbatchctl_stat NOT = 0 THEN
               MOVE SPACES TO batchLogLigne
               STRING 'batchNuit.txt introuvable (statut '
                   fbatchctl_stat ')'
                   DELIMITED BY SIZE INTO batchLogLigne
               END-STRING
               PERFORM ECRIRE_JOURNAL_BATCH
               MOVE 1 TO WechecBatch
           ELSE
               MOVE 0 TO WfinBatch
               PERFORM WITH TEST AFTER UNTIL WfinBatch = 1
                   READ fbatchctl
                   AT END MOVE 1 TO WfinBatch
                   NOT AT END
                       MOVE SPACES TO TampoEtapeBatch
                       UNSTRING batchCtlLigne DELIMITED BY ALL SPACE
                           INTO TampoEtapeBatch
                       END-UNSTRING
                       IF TampoEtapeBatch NOT = SPACES AND
                           TampoEtapeBatch(1:1) NOT = '*' THEN
                           IF NbEtapesBatch < 20 THEN
                               COMPUTE NbEtapesBatch =
                                   NbEtapesBatch + 1
                               MOVE TampoEtapeBatch TO
                                   TabEtapeBatch(NbEtapesBatch)
                           ELSE
                               MOVE 1 TO WechecBatch
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE fbatchctl
               MOVE SPACES TO batchLogLigne
               IF WechecBatch = 1 THEN
                   MOVE 'batchNuit.txt : plus de 20 etapes'
                       TO batchLogLigne
                   PERFORM ECRIRE_JOURNAL_BATCH
               ELSE
                   IF NbEtapesBatch = 0 THEN
                       MOVE 'batchNuit.txt : aucune etape a lancer'
                           TO batchLogLigne
                       PERFORM ECRIRE_JOURNAL_BATCH
                       MOVE 1 TO WechecBatch
                   END-IF
               END-IF
           END-IF.

      *=================================================================
      * etape de depart : la premiere, sauf si le lancement precedent
      * s'est arrete en cours ou en echec ; on repart alors de l'etape
      * qui n'a pas abouti, a condition que batchNuit.txt porte
      * toujours la meme etape a ce rang (sinon reprise au debut)
      *=================================================================
           LIRE_REPRISE_BATCH.
           MOVE 1 TO TampoEtapeReprise
           OPEN I-O frepbatch
           MOVE 1 TO rb_id
           READ frepbatch
               INVALID KEY
                   MOVE 1 TO rb_id
                   MOVE 'fini' TO rb_etat
                   MOVE 0 TO rb_derniereEtapeOk
                   MOVE SPACES TO rb_codeEtape
                   MOVE TampoDateAudit TO rb_dateLancement
                   MOVE TampoHeureBatch TO rb_heureLancement
                   WRITE repriseBatchTampon END-WRITE
               NOT INVALID KEY
                   IF rb_etat NOT = 'fini' THEN
                       COMPUTE TampoEtapeReprise =
                           rb_derniereEtapeOk + 1
                       MOVE SPACES TO batchLogLigne
                       IF TampoEtapeReprise > NbEtapesBatch THEN
                           MOVE 1 TO TampoEtapeReprise
                       ELSE
                           IF TabEtapeBatch(TampoEtapeReprise) NOT =
                               rb_codeEtape THEN
                               MOVE 1 TO TampoEtapeReprise
                           END-IF
                       END-IF
                       IF TampoEtapeReprise = 1 AND
                           rb_derniereEtapeOk > 0 THEN
                           STRING 'batchNuit.txt modifie depuis l'
                               ' arret du ' rb_dateLancement
                               ', reprise a la premiere etape'
                               DELIMITED BY SIZE INTO batchLogLigne
                           END-STRING
                       ELSE
                           STRING 'REPRISE du lancement du '
                               rb_dateLancement ' a l etape '
                               TampoEtapeReprise ' '
                               TabEtapeBatch(TampoEtapeReprise)
                               DELIMITED BY SIZE INTO batchLogLigne
                           END-STRING
                       END-IF
                       PERFORM ECRIRE_JOURNAL_BATCH
                   ELSE
                       MOVE TampoDateAudit TO rb_dateLancement
                       MOVE TampoHeureBatch TO rb_heureLancement
                   END-IF
                   MOVE 0 TO rb_derniereEtapeOk
                   IF TampoEtapeReprise > 1 THEN
                       COMPUTE rb_derniereEtapeOk =
                           TampoEtapeReprise - 1
                   END-IF
                   REWRITE repriseBatchTampon
           END-READ
           CLOSE frepbatch.

      *=================================================================
      * une etape : marquee 'encours' avant de demarrer (un arret
      * brutal repart donc d'elle), lancee, controlee puis tracee
      *=================================================================
           EXECUTER_ETAPE_BATCH.
           MOVE TabEtapeBatch(IndiceEtapeBatch) TO TampoEtapeBatch
           MOVE 'encours' TO TampoStatutEtape
           PERFORM POSER_REPRISE_BATCH
           ACCEPT TampoHeureDebEtape FROM TIME
           MOVE 'OK' TO TampoStatutEtape
           MOVE SPACES TO TampoMotifEtape
           MOVE 0 TO NbEnregEtape
           EVALUATE TampoEtapeBatch
           WHEN 'STATS'
               PERFORM ETAPE_BATCH_STATS
           WHEN 'SUSPENSIONS'
               PERFORM ETAPE_BATCH_SUSPENSIONS
           WHEN 'AUDIT'
               PERFORM ETAPE_BATCH_AUDIT
           WHEN 'ATTENTES'
               PERFORM ETAPE_BATCH_ATTENTES
           WHEN 'EXPORTS'
               PERFORM ETAPE_BATCH_EXPORTS
           WHEN OTHER
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'code d etape inconnu' TO TampoMotifEtape
           END-EVALUATE
           ACCEPT TampoHeureFinEtape FROM TIME
           MOVE SPACES TO batchLogLigne
           STRING 'ETAPE ' IndiceEtapeBatch ' ' TampoEtapeBatch
               ' debut ' TampoHeureDebEtape(1:2) ':'
               TampoHeureDebEtape(3:2) ':' TampoHeureDebEtape(5:2)
               ' fin ' TampoHeureFinEtape(1:2) ':'
               TampoHeureFinEtape(3:2) ':' TampoHeureFinEtape(5:2)
               ' enreg ' NbEnregEtape ' ' TampoStatutEtape ' '
               TampoMotifEtape
               DELIMITED BY SIZE INTO batchLogLigne
           END-STRING
           PERFORM ECRIRE_JOURNAL_BATCH
           IF TampoStatutEtape = 'KO' THEN
               MOVE 1 TO WechecBatch
           END-IF
           PERFORM POSER_REPRISE_BATCH.

      *=================================================================
      * etat du lancement selon TampoStatutEtape : 'encours' avant
      * l'etape, 'OK' (etape reussie) ou 'KO' (echec) apres
      *=================================================================
           POSER_REPRISE_BATCH.
           OPEN I-O frepbatch
           MOVE 1 TO rb_id
           READ frepbatch
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TampoEtapeBatch TO rb_codeEtape
                   EVALUATE TampoStatutEtape
                   WHEN 'OK'
                       MOVE 'encours' TO rb_etat
                       MOVE IndiceEtapeBatch TO rb_derniereEtapeOk
                   WHEN 'KO'
                       MOVE 'echec' TO rb_etat
                   WHEN OTHER
                       MOVE 'encours' TO rb_etat
                   END-EVALUATE
                   REWRITE repriseBatchTampon
           END-READ
           CLOSE frepbatch.

           CLORE_REPRISE_BATCH.
           IF WechecBatch = 0 THEN
               OPEN I-O frepbatch
               MOVE 1 TO rb_id
               READ frepbatch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'fini' TO rb_etat
                       MOVE 0 TO rb_derniereEtapeOk
                       MOVE SPACES TO rb_codeEtape
                       REWRITE repriseBatchTampon
               END-READ
               CLOSE frepbatch
           END-IF.

      *=================================================================
      * etapes : chacune est en echec si un de ses fichiers n'a pu
      * etre traite (statut non nul a la fermeture)
      *=================================================================
           ETAPE_BATCH_STATS.
           PERFORM RAFRAICHIR_STATS_TOUS_JOUEURS
           MOVE NbJoueursMaj TO NbEnregEtape
           IF factions_stat NOT = 0 OR fjoueurs_stat NOT = 0 OR
               freprise_stat NOT = 0 THEN
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'erreur fichier actions/joueurs/reprise'
                   TO TampoMotifEtape
           END-IF.

           ETAPE_BATCH_SUSPENSIONS.
           PERFORM RECALCULER_SUSPENSIONS
           MOVE NbSusCrees TO NbEnregEtape
           IF fjoueurs_stat NOT = 0 OR fsuspensions_stat NOT = 0 OR
               frencontres_stat NOT = 0 THEN
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'erreur fichier joueurs/suspensions'
                   TO TampoMotifEtape
           END-IF.

      * une anomalie d'integrite arrete la chaine avant les exports
           ETAPE_BATCH_AUDIT.
           PERFORM AUDIT_INTEGRITE
           MOVE NbAnomalies TO NbEnregEtape
           IF NbAnomalies > 0 THEN
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'anomalies d integrite (enreg = nombre)'
                   TO TampoMotifEtape
           END-IF.

      *=================================================================
      * reattribution pour chaque rencontre ayant encore des demandes
      * 'attente' (fattentes est range par rencontre) ; le nombre
      * d'enregistrements est celui des demandes converties
      *=================================================================
           ETAPE_BATCH_ATTENTES.
           MOVE 0 TO NbRencAttente
           MOVE 0 TO TampoDerniereRencAtt
           OPEN INPUT fattentes
           MOVE 0 TO WfinBatch
           PERFORM WITH TEST AFTER UNTIL WfinBatch = 1
               READ fattentes NEXT
               AT END MOVE 1 TO WfinBatch
               NOT AT END
                   IF fat_statutAtt = 'attente' AND
                       fat_idRenc NOT = TampoDerniereRencAtt AND
                       NbRencAttente < 999 THEN
                       COMPUTE NbRencAttente = NbRencAttente + 1
                       MOVE fat_idRenc TO TabRencAttente(NbRencAttente)
                       MOVE fat_idRenc TO TampoDerniereRencAtt
                   END-IF
           END-PERFORM
           CLOSE fattentes
           MOVE 0 TO NbAttentesConverties
           IF NbRencAttente > 0 THEN
               MOVE 1 TO IndiceRencAttente
               PERFORM WITH TEST AFTER UNTIL
                   IndiceRencAttente > NbRencAttente
                   MOVE TabRencAttente(IndiceRencAttente) TO
                       TampoIdRencVisee
                   PERFORM REALLOUER_LISTE_ATTENTE
                   COMPUTE IndiceRencAttente = IndiceRencAttente + 1
               END-PERFORM
           END-IF
           MOVE NbAttentesConverties TO NbEnregEtape
           IF fattentes_stat NOT = 0 OR freservations_stat NOT = 0 OR
               frencontres_stat NOT = 0 THEN
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'erreur fichier attentes/reservations'
                   TO TampoMotifEtape
           END-IF.

           ETAPE_BATCH_EXPORTS.
           PERFORM EXPORTER_CLASSEMENT
           COMPUTE NbEnregEtape = NbEnregEtape + NbLignesExp
           PERFORM EXPORTER_RESULTATS
           COMPUTE NbEnregEtape = NbEnregEtape + NbLignesExp
           PERFORM EXPORTER_BUTEURS
           COMPUTE NbEnregEtape = NbEnregEtape + NbLignesExp
           PERFORM EXPORTER_POSITIONS
           COMPUTE NbEnregEtape = NbEnregEtape + NbLignesExp
           IF fexpclassement_stat NOT = 0 OR
               fexpresultats_stat NOT = 0 OR
               fexpbuteurs_stat NOT = 0 OR
               fexppositions_stat NOT = 0 THEN
               MOVE 'KO' TO TampoStatutEtape
               MOVE 'erreur d ecriture des fichiers d export'
                   TO TampoMotifEtape
           END-IF.
