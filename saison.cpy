      * les reservations sont purgees avec le reste pour qu'aucune
      * ligne ne retombe sur les identifiants de rencontre reutilises
      * par le calendrier de la saison suivante
      * La cloture est refusee tant qu'aucune sauvegarde complete des
      * fichiers n'a ete prise dans la journee.
      *=================================================================
           CLOTURER_SAISON.
           PERFORM CONTROLER_SAUVEGARDE_JOUR
           IF WsauvegardeJour = 0 THEN
               DISPLAY 'Cloture refusee.'
           ELSE
               PERFORM CONFIRMER_CLOTURE_SAISON
           END-IF.

           CONFIRMER_CLOTURE_SAISON.
           DISPLAY 'Annee de la saison a cloturer (aaaa) '
           ACCEPT WanneeCloture
           DISPLAY 'ATTENTION : la cloture archive la saison puis'
           DISPLAY 'remet les compteurs a zero et purge rencontres,'
           DISPLAY 'actions, affectations, suspensions,'
           DISPLAY 'reservations, compositions, sanctions et'
           DISPLAY 'pronostics (gagnants de la saison a extraire'
           DISPLAY 'avant, menu exports).'
           PERFORM COMPTER_INDEMNITES_NON_PAYEES
           IF NbAffNonPayees > 0 THEN
               DISPLAY 'ATTENTION : 'NbAffNonPayees' affectation(s)'
                   ' d arbitres de rencontres jouees non payees'
               DISPLAY '(releve mensuel a editer avant la cloture)'
           END-IF
           DISPLAY 'Confirmer la cloture ? 1 ou 0'
           ACCEPT Wrep
           IF Wrep NOT = 1 THEN
               PERFORM PURGER_AFFECTATIONS_SAISON
               PERFORM PURGER_SUSPENSIONS_SAISON
               PERFORM PURGER_RESERVATIONS_SAISON
               PERFORM PURGER_COMPOSITIONS_SAISON
               PERFORM PURGER_SANCTIONS_SAISON
               PERFORM PURGER_PRONOSTICS_SAISON
               DISPLAY 'Saison 'WanneeCloture' cloturee :'
               DISPLAY NbRencArchivees' rencontres, '
                   NbActArchivees' actions et '
                   MOVE 'CLAS' TO fh_typeEnr
                   MOVE SequenceHisto TO fh_sequence
                   MOVE SPACES TO fh_ligne
                   PERFORM FORMATER_POINTS_CLASSEMENT
                   STRING IndiceClassement ' '
                       Clt_nomEq(IndiceClassement) ' Pts:'
                       TampoPointsTxt ' BP:'
                       Clt_butsPour(IndiceClassement) ' BC:'
                       Clt_butsContre(IndiceClassement) ' Pen:'
                       Clt_penalite(IndiceClassement)
                       DELIMITED BY SIZE INTO fh_ligne
                   END-STRING
                   WRITE historiquesTampon END-WRITE
                   MOVE SPACES TO fh_ligne
                   STRING 'visiteur:' fres_idVisiteur ' renc:'
                       fres_idRenc ' ' fres_statutRes ' '
                       TampoMontantAff ' resa:' fres_seqResa
                       ' zone:' fres_idZone ' places:' fres_nbPlaces
                       DELIMITED BY SIZE INTO fh_ligne
                   END-STRING
                   WRITE historiquesTampon END-WRITE
                   MOVE 0 TO fj_passeJou
                   MOVE 0 TO fj_cartonRJou
                   MOVE 0 TO fj_cartonJJou
                   MOVE 0 TO fj_minutesJou
                   MOVE 0 TO fj_titularisationsJou
                   MOVE 0 TO fj_entreesJou
                   MOVE TampoAdminLogin TO fj_modifPar
                   MOVE TampoDateAudit TO fj_dateModif
                   REWRITE joueursTampon
