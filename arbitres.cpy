           DISPLAY
           '* 6 - Charge de travail des arbitres                *'
           DISPLAY
           '* 7 - Frais de deplacement d une affectation        *'
           DISPLAY
           '* 8 - Bareme des indemnites d arbitrage             *'
           DISPLAY
           '* 9 - Releve mensuel et paiement des arbitres       *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixAdmin
           EVALUATE WchoixAdmin
               PERFORM PLANNING_ARBITRE
           WHEN 6
               PERFORM CHARGE_ARBITRES
           WHEN 7
               PERFORM SAISIR_FRAIS_AFFECTATION
           WHEN 8
               PERFORM BAREME_ARBITRES
           WHEN 9
               PERFORM RELEVE_MENSUEL_ARBITRES
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixAdmin.
           MOVE TampoDateArbTxt TO faf_dateRenc
           MOVE TampoHeureArbTxt TO faf_heureRenc
           MOVE WslotArbitre TO faf_slot
           DISPLAY 'Frais de deplacement en centimes (0 si aucun) '
           ACCEPT TampoMontantCentimes
           COMPUTE faf_fraisDepl = TampoMontantCentimes / 100
           MOVE 0 TO faf_honoraires
           MOVE 0 TO faf_moisPaye
           MOVE TampoAdminLogin TO faf_modifPar
           MOVE TampoDateAudit TO faf_dateModif
           OPEN I-O faffectations
