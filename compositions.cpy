      *=================================================================
      * compositions des equipes : feuille de match reelle de chaque
      * rencontre (onze de depart, remplacants inscrits) et
      * remplacements avec leur minute, dans compositions.dat
      *=================================================================
           MENU_COMPOSITIONS.
           PERFORM WITH TEST AFTER UNTIL WchoixCompo < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Saisir la composition d une rencontre          *'
           DISPLAY
           '* 2 - Saisir un remplacement                        *'
           DISPLAY
           '* 3 - Retirer un joueur d une composition            *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixCompo
           EVALUATE WchoixCompo
           WHEN 1
               PERFORM SAISIR_COMPOSITION
           WHEN 2
               PERFORM SAISIR_REMPLACEMENT
           WHEN 3
               PERFORM RETIRER_JOUEUR_COMPO
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixCompo.

      *=================================================================
      * saisie de la composition des deux clubs d'une rencontre : au
      * plus 11 titulaires et 9 remplacants par club, chaque joueur
      * doit appartenir au club ; un joueur suspendu ou indisponible a
      * la date de la rencontre n'est inscrit que sur confirmation,
      * comme pour la saisie d'une action
      *=================================================================
           SAISIR_COMPOSITION.
           DISPLAY 'Numero de la rencontre '
           ACCEPT TampoIdRencCompo
           PERFORM TROUVER_RENCONTRE_COMPO
           IF WrencCompoTrouvee = 0 THEN
               DISPLAY 'Rencontre inconnue !'
           ELSE
               IF TampoStatutCompo = 'annu' THEN
                   DISPLAY 'Rencontre annulee, composition impossible'
               ELSE
                   MOVE TampoIdEqDomCompo TO TampoIdEqCompo
                   PERFORM SAISIR_COMPOSITION_CLUB
                   MOVE TampoIdEqExtCompo TO TampoIdEqCompo
                   PERFORM SAISIR_COMPOSITION_CLUB
               END-IF
           END-IF.

           TROUVER_RENCONTRE_COMPO.
           MOVE 0 TO WrencCompoTrouvee
           MOVE SPACES TO TampoStatutCompo
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           OPEN INPUT frencontres
           PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fr_idRenc = TampoIdRencCompo THEN
                       MOVE 1 TO Wtrouve3
                       MOVE 1 TO WrencCompoTrouvee
                       MOVE fr_EquipeDom TO TampoIdEqDomCompo
                       MOVE fr_EquipeExt TO TampoIdEqExtCompo
                       MOVE fr_statutRenc TO TampoStatutCompo
                       MOVE fr_dateRenc TO TampoDateRencCompo
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin.

           SAISIR_COMPOSITION_CLUB.
           MOVE TampoIdEqCompo TO TampoIdEquipeDom
           PERFORM TROUVER_NOM_EQUIPE_PAR_ID
           DISPLAY '--- COMPOSITION 'TampoNomEquipeTrouve' ---'
           PERFORM COMPTER_COMPOSITION_CLUB
           DISPLAY NbTitulairesCompo' titulaire(s) et '
               NbRemplacantsCompo' remplacant(s) deja inscrit(s)'
           PERFORM WITH TEST AFTER UNTIL TampoIdJouCompo = 0
               DISPLAY 'Identifiant du joueur (0 pour terminer) '
               ACCEPT TampoIdJouCompo
               IF TampoIdJouCompo NOT = 0 THEN
                   PERFORM INSCRIRE_JOUEUR_COMPO
               END-IF
           END-PERFORM
           IF NbTitulairesCompo < 11 THEN
               DISPLAY 'ATTENTION : seulement 'NbTitulairesCompo
                   ' titulaire(s) inscrit(s) pour ce club'
           END-IF.

           INSCRIRE_JOUEUR_COMPO.
           PERFORM CONTROLER_JOUEUR_CLUB_COMPO
           IF WjoueurDuClub = 0 THEN
               DISPLAY 'Joueur inconnu ou d un autre club !'
           ELSE
               DISPLAY TampoNomJouFM' : 1 - titulaire  2 - remplacant'
               ACCEPT WchoixRoleCompo
               IF WchoixRoleCompo NOT = 1 AND
                   WchoixRoleCompo NOT = 2 THEN
                   DISPLAY 'Choix invalide !'
               ELSE
                   IF WchoixRoleCompo = 1 AND
                       NbTitulairesCompo >= 11 THEN
                       DISPLAY 'Deja 11 titulaires pour ce club !'
                   ELSE
                       IF WchoixRoleCompo = 2 AND
                           NbRemplacantsCompo >= 9 THEN
                           DISPLAY 'Deja 9 remplacants pour ce club !'
                       ELSE
                           PERFORM CONTROLER_SUSPENSION_COMPO
                           IF WactionAdmise = 1 THEN
                               PERFORM ECRIRE_LIGNE_COMPO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *=================================================================
      * le joueur doit exister dans fjoueurs et appartenir au club
      * dont on saisit la composition
      *=================================================================
           CONTROLER_JOUEUR_CLUB_COMPO.
           MOVE 0 TO WjoueurDuClub
           MOVE TampoIdJouCompo TO TampoIdJouFM
           PERFORM TROUVER_NOM_JOUEUR_FM
           IF TampoNomJouFM NOT = 'inconnu' AND
               TampoIdEqJouFM = TampoIdEqCompo THEN
               MOVE 1 TO WjoueurDuClub
           END-IF.

           CONTROLER_SUSPENSION_COMPO.
           MOVE 1 TO WactionAdmise
           MOVE TampoIdJouCompo TO TampoIdJouFM
           MOVE TampoIdRencCompo TO TampoIdRencFM
           PERFORM CONTROLER_SUSPENSION_FM
           IF WjoueurSuspenduFM = 1 THEN
               DISPLAY 'ATTENTION : le joueur 'TampoIdJouCompo' est'
                   ' suspendu ('TampoMotifSusFM')'
               DISPLAY 'pour la rencontre 'TampoIdRencCompo' !'
               DISPLAY 'Inscrire quand meme ? 1 ou 0'
               ACCEPT WactionAdmise
               IF WactionAdmise NOT = 1 THEN
                   MOVE 0 TO WactionAdmise
               END-IF
           END-IF
           IF WactionAdmise = 1 THEN
               MOVE TampoDateRencCompo TO TampoDateIndispo
               PERFORM CONTROLER_INDISPO_FM
               IF WjoueurIndispo = 1 THEN
                   DISPLAY 'ATTENTION : le joueur 'TampoIdJouCompo
                       ' est indisponible ('TampoTypeIndispo')'
                   DISPLAY 'retour prevu le 'TampoRetourIndispo' !'
                   DISPLAY 'Inscrire quand meme ? 1 ou 0'
                   ACCEPT WactionAdmise
                   IF WactionAdmise NOT = 1 THEN
                       MOVE 0 TO WactionAdmise
                   END-IF
               END-IF
           END-IF.

           ECRIRE_LIGNE_COMPO.
           OPEN I-O fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE TampoIdJouCompo TO fco_idJou
           READ fcompositions
               INVALID KEY
                   MOVE TampoIdEqCompo TO fco_idEq
                   IF WchoixRoleCompo = 1 THEN
                       MOVE 'titulaire' TO fco_role
                       MOVE 0 TO fco_minuteEntree
                       COMPUTE NbTitulairesCompo = NbTitulairesCompo + 1
                   ELSE
                       MOVE 'remplacant' TO fco_role
                       MOVE 999 TO fco_minuteEntree
                       COMPUTE NbRemplacantsCompo =
                           NbRemplacantsCompo + 1
                   END-IF
                   MOVE 999 TO fco_minuteSortie
                   MOVE TampoAdminLogin TO fco_modifPar
                   MOVE TampoDateAudit TO fco_dateModif
                   WRITE compositionsTampon END-WRITE
                   DISPLAY 'Joueur inscrit ('fco_role').'
               NOT INVALID KEY
                   DISPLAY 'Joueur deja inscrit sur la feuille ('
                       fco_role') !'
           END-READ
           CLOSE fcompositions.

      *=================================================================
      * compte, pour la rencontre TampoIdRencCompo et le club
      * TampoIdEqCompo, les titulaires, les remplacants inscrits et
      * les remplacements deja effectues (remplacant entre en jeu)
      *=================================================================
           COMPTER_COMPOSITION_CLUB.
           MOVE 0 TO NbTitulairesCompo
           MOVE 0 TO NbRemplacantsCompo
           MOVE 0 TO NbRemplacementsCompo
           OPEN INPUT fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE 0 TO fco_idJou
           MOVE 0 TO WfinCompo
           START fcompositions KEY IS >= fco_Composition
               INVALID KEY MOVE 1 TO WfinCompo
           END-START
           IF WfinCompo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCompo = 1
                   READ fcompositions NEXT
                   AT END MOVE 1 TO WfinCompo
                   NOT AT END
                       IF fco_idRenc NOT = TampoIdRencCompo THEN
                           MOVE 1 TO WfinCompo
                       ELSE
                           IF fco_idEq = TampoIdEqCompo THEN
                               IF fco_role = 'titulaire' THEN
                                   COMPUTE NbTitulairesCompo =
                                       NbTitulairesCompo + 1
                               ELSE
                                   COMPUTE NbRemplacantsCompo =
                                       NbRemplacantsCompo + 1
                                   IF fco_minuteEntree NOT = 999 THEN
                                       COMPUTE NbRemplacementsCompo =
                                           NbRemplacementsCompo + 1
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fcompositions
           MOVE 0 TO WfinCompo.

      *=================================================================
      * remplacement : le sortant doit etre sur le terrain a la minute
      * saisie, l'entrant doit etre un remplacant du meme club pas
      * encore entre en jeu ; cinq remplacements au plus par club
      *=================================================================
           SAISIR_REMPLACEMENT.
           DISPLAY 'Numero de la rencontre '
           ACCEPT TampoIdRencCompo
           PERFORM TROUVER_RENCONTRE_COMPO
           IF WrencCompoTrouvee = 0 THEN
               DISPLAY 'Rencontre inconnue !'
           ELSE
               IF TampoStatutCompo = 'annu' THEN
                   DISPLAY 'Rencontre annulee, remplacement impossible'
               ELSE
                   DISPLAY 'Identifiant du joueur sortant '
                   ACCEPT TampoIdJouCompo
                   DISPLAY 'Identifiant du joueur entrant '
                   ACCEPT TampoIdJouEntrant
                   DISPLAY 'Minute du remplacement '
                   ACCEPT TampoMinuteCompo
                   PERFORM CONTROLER_REMPLACEMENT
                   IF WremplacementValide = 1 THEN
                       PERFORM ENREGISTRER_REMPLACEMENT
                       DISPLAY 'Remplacement enregistre.'
                   END-IF
               END-IF
           END-IF.

           CONTROLER_REMPLACEMENT.
           MOVE 0 TO WremplacementValide
           MOVE 0 TO TampoIdEqCompo
           OPEN INPUT fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE TampoIdJouCompo TO fco_idJou
           READ fcompositions
               INVALID KEY
                   DISPLAY 'Joueur sortant absent de la feuille !'
               NOT INVALID KEY
                   IF fco_minuteEntree = 999 OR
                       fco_minuteEntree > TampoMinuteCompo OR
                       fco_minuteSortie NOT = 999 THEN
                       DISPLAY 'Le joueur sortant n est pas sur le'
                           ' terrain a la minute 'TampoMinuteCompo' !'
                   ELSE
                       MOVE fco_idEq TO TampoIdEqCompo
                   END-IF
           END-READ
           IF TampoIdEqCompo NOT = 0 THEN
               MOVE TampoIdJouEntrant TO fco_idJou
               READ fcompositions
                   INVALID KEY
                       DISPLAY 'Joueur entrant absent de la feuille !'
                   NOT INVALID KEY
                       IF fco_role NOT = 'remplacant' OR
                           fco_idEq NOT = TampoIdEqCompo OR
                           fco_minuteEntree NOT = 999 THEN
                           DISPLAY 'Le joueur entrant n est pas un'
                               ' remplacant disponible du club !'
                       ELSE
                           MOVE 1 TO WremplacementValide
                       END-IF
               END-READ
           END-IF
           CLOSE fcompositions
           IF WremplacementValide = 1 THEN
               PERFORM COMPTER_COMPOSITION_CLUB
               IF NbRemplacementsCompo >= 5 THEN
                   DISPLAY 'Ce club a deja effectue 5 remplacements !'
                   MOVE 0 TO WremplacementValide
               END-IF
           END-IF.

           ENREGISTRER_REMPLACEMENT.
           OPEN I-O fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE TampoIdJouCompo TO fco_idJou
           READ fcompositions
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TampoMinuteCompo TO fco_minuteSortie
                   MOVE TampoAdminLogin TO fco_modifPar
                   MOVE TampoDateAudit TO fco_dateModif
                   REWRITE compositionsTampon
           END-READ
           MOVE TampoIdJouEntrant TO fco_idJou
           READ fcompositions
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TampoMinuteCompo TO fco_minuteEntree
                   MOVE TampoAdminLogin TO fco_modifPar
                   MOVE TampoDateAudit TO fco_dateModif
                   REWRITE compositionsTampon
           END-READ
           CLOSE fcompositions.

      *=================================================================
      * retrait d'un joueur inscrit par erreur ; refuse s'il a deja
      * pris part a un remplacement ou a ete exclu
      *=================================================================
           RETIRER_JOUEUR_COMPO.
           DISPLAY 'Numero de la rencontre '
           ACCEPT TampoIdRencCompo
           DISPLAY 'Identifiant du joueur '
           ACCEPT TampoIdJouCompo
           OPEN I-O fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE TampoIdJouCompo TO fco_idJou
           READ fcompositions
               INVALID KEY
                   DISPLAY 'Joueur absent de cette feuille de match !'
               NOT INVALID KEY
                   IF fco_minuteSortie NOT = 999 OR
                       (fco_role = 'remplacant' AND
                        fco_minuteEntree NOT = 999) THEN
                       DISPLAY 'Joueur deja entre ou sorti du terrain,'
                           ' retrait impossible !'
                   ELSE
                       DELETE fcompositions END-DELETE
                       DISPLAY 'Joueur retire de la composition.'
                   END-IF
           END-READ
           CLOSE fcompositions.

      *=================================================================
      * une action n'est admise que pour un joueur sur le terrain a la
      * minute saisie d'apres la composition de la rencontre (entre
      * en jeu au plus tard a cette minute et pas encore sorti)
      *=================================================================
           CONTROLER_PRESENCE_ACTION.
           MOVE 0 TO WcompoSaisie
           MOVE 0 TO WjoueurSurTerrain
           OPEN INPUT fcompositions
           MOVE fac_idRencAc TO fco_idRenc
           MOVE 0 TO fco_idJou
           MOVE 0 TO WfinCompo
           START fcompositions KEY IS >= fco_Composition
               INVALID KEY MOVE 1 TO WfinCompo
           END-START
           IF WfinCompo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCompo = 1
                   READ fcompositions NEXT
                   AT END MOVE 1 TO WfinCompo
                   NOT AT END
                       IF fco_idRenc NOT = fac_idRencAc THEN
                           MOVE 1 TO WfinCompo
                       ELSE
                           MOVE 1 TO WcompoSaisie
                           IF fco_idJou = fac_idJouAc AND
                               fco_minuteEntree NOT = 999 AND
                               fco_minuteEntree <= fac_minuteAc AND
                               (fco_minuteSortie = 999 OR
                                fac_minuteAc <= fco_minuteSortie) THEN
                               MOVE 1 TO WjoueurSurTerrain
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fcompositions
           MOVE 0 TO WfinCompo
           IF WcompoSaisie = 0 THEN
               DISPLAY 'Aucune composition saisie pour la rencontre '
                   fac_idRencAc' : saisir d abord la feuille de match'
           ELSE
               IF WjoueurSurTerrain = 0 THEN
                   DISPLAY 'Le joueur 'fac_idJouAc' n est pas sur le'
                       ' terrain a la minute 'fac_minuteAc' !'
               END-IF
           END-IF.

      *=================================================================
      * un carton rouge fait sortir le joueur du terrain : sa minute de
      * sortie est portee sur la composition
      *=================================================================
           ENREGISTRER_EXCLUSION_COMPO.
           OPEN I-O fcompositions
           MOVE fac_idRencAc TO fco_idRenc
           MOVE fac_idJouAc TO fco_idJou
           READ fcompositions
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fac_minuteAc TO fco_minuteSortie
                   MOVE TampoAdminLogin TO fco_modifPar
                   MOVE TampoDateAudit TO fco_dateModif
                   REWRITE compositionsTampon
           END-READ
           CLOSE fcompositions.

      *=================================================================
      * feuille de match : composition d'un club, titulaires puis
      * remplacants (TampoRoleCompo), avec les minutes d'entree et de
      * sortie et l'alerte de suspension
      *=================================================================
           AFFICHER_COMPO_FM.
           OPEN INPUT fcompositions
           MOVE TampoIdRencFM TO fco_idRenc
           MOVE 0 TO fco_idJou
           MOVE 0 TO WfinCompo
           START fcompositions KEY IS >= fco_Composition
               INVALID KEY MOVE 1 TO WfinCompo
           END-START
           IF WfinCompo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCompo = 1
                   READ fcompositions NEXT
                   AT END MOVE 1 TO WfinCompo
                   NOT AT END
                       IF fco_idRenc NOT = TampoIdRencFM THEN
                           MOVE 1 TO WfinCompo
                       ELSE
                           IF fco_idEq = TampoIdEqFM AND
                               fco_role = TampoRoleCompo THEN
                               PERFORM AFFICHER_LIGNE_COMPO_FM
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fcompositions
           MOVE 0 TO WfinCompo.

           AFFICHER_LIGNE_COMPO_FM.
           MOVE fco_idJou TO TampoIdJouFM
           PERFORM TROUVER_NOM_JOUEUR_FM
           DISPLAY 'No 'TampoNumeroJouFM' 'TampoPosteJouFM' '
               TampoNomJouFM' 'TampoPrenomJouFM
           IF fco_role = 'remplacant' AND
               fco_minuteEntree NOT = 999 THEN
               DISPLAY '      entre a la 'fco_minuteEntree'e minute'
           END-IF
           IF fco_minuteSortie NOT = 999 THEN
               DISPLAY '      sorti a la 'fco_minuteSortie'e minute'
           END-IF
           PERFORM CONTROLER_SUSPENSION_FM
           IF WjoueurSuspenduFM = 1 THEN
               DISPLAY '      *** SUSPENDU ('
                   TampoMotifSusFM') POUR CETTE'
                   ' RENCONTRE ***'
           END-IF
           PERFORM CONTROLER_INDISPO_FM
           IF WjoueurIndispo = 1 THEN
               DISPLAY '      *** INDISPONIBLE ('TampoTypeIndispo
                   ') RETOUR PREVU LE 'TampoRetourIndispo' ***'
           END-IF.

      *=================================================================
      * temps de jeu d'une ligne de composition : une rencontre dure
      * 90 minutes, un joueur reste jusqu'a la fin tant qu'il n'est
      * pas sorti ; un remplacant non entre ne compte pas
      *=================================================================
           CALCULER_MINUTES_COMPO.
           MOVE 0 TO TampoMinutesJeu
           IF fco_minuteEntree NOT = 999 THEN
               IF fco_minuteSortie = 999 OR fco_minuteSortie > 90 THEN
                   MOVE 90 TO TampoFinJeuCompo
               ELSE
                   MOVE fco_minuteSortie TO TampoFinJeuCompo
               END-IF
               IF TampoFinJeuCompo > fco_minuteEntree THEN
                   COMPUTE TampoMinutesJeu =
                       TampoFinJeuCompo - fco_minuteEntree
               ELSE
                   MOVE 1 TO TampoMinutesJeu
               END-IF
           END-IF.

      *=================================================================
      * recalcul de masse : temps de jeu, titularisations et entrees en
      * jeu cumules dans TableCumulStats sur les rencontres terminees
      *=================================================================
           CUMULER_TEMPS_DE_JEU.
           OPEN INPUT frencontres
           MOVE 0 TO WfinRencCompo
           PERFORM WITH TEST AFTER UNTIL WfinRencCompo = 1
               READ frencontres NEXT
               AT END MOVE 1 TO WfinRencCompo
               NOT AT END
                   IF fr_statutRenc = 'fini' THEN
                       MOVE fr_idRenc TO TampoIdRencCompo
                       PERFORM CUMULER_COMPO_RENCONTRE
                   END-IF
           END-PERFORM
           CLOSE frencontres
           MOVE 0 TO WfinRencCompo.

           CUMULER_COMPO_RENCONTRE.
           OPEN INPUT fcompositions
           MOVE TampoIdRencCompo TO fco_idRenc
           MOVE 0 TO fco_idJou
           MOVE 0 TO WfinCompo
           START fcompositions KEY IS >= fco_Composition
               INVALID KEY MOVE 1 TO WfinCompo
           END-START
           IF WfinCompo NOT = 1 THEN
               PERFORM WITH TEST AFTER UNTIL WfinCompo = 1
                   READ fcompositions NEXT
                   AT END MOVE 1 TO WfinCompo
                   NOT AT END
                       IF fco_idRenc NOT = TampoIdRencCompo THEN
                           MOVE 1 TO WfinCompo
                       ELSE
                           IF fco_idJou > 0 AND
                               fco_minuteEntree NOT = 999 THEN
                               PERFORM CALCULER_MINUTES_COMPO
                               ADD TampoMinutesJeu TO
                                   TabCumulMinutes(fco_idJou)
                               IF fco_role = 'titulaire' THEN
                                   ADD 1 TO TabCumulTitu(fco_idJou)
                               ELSE
                                   ADD 1 TO TabCumulEntrees(fco_idJou)
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
           END-IF
           CLOSE fcompositions
           MOVE 0 TO WfinCompo.

      *=================================================================
      * meme calcul pour un seul joueur (recherche sequentielle des
      * lignes du joueur, statut de la rencontre relu pour chacune)
      *=================================================================
           CALCULER_TEMPS_JEU_JOUEUR.
           MOVE 0 TO TampoNbMinutes
           MOVE 0 TO TampoNbTitularisations
           MOVE 0 TO TampoNbEntrees
           OPEN INPUT fcompositions
           MOVE 0 TO WfinCompo
           PERFORM WITH TEST AFTER UNTIL WfinCompo = 1
               READ fcompositions NEXT
               AT END MOVE 1 TO WfinCompo
               NOT AT END
                   IF fco_idJou = TampoIdJouRecherche AND
                       fco_minuteEntree NOT = 999 THEN
                       MOVE fco_idRenc TO TampoIdRencCompo
                       PERFORM TROUVER_RENCONTRE_COMPO
                       IF TampoStatutCompo = 'fini' THEN
                           PERFORM CALCULER_MINUTES_COMPO
                           ADD TampoMinutesJeu TO TampoNbMinutes
                           IF fco_role = 'titulaire' THEN
                               ADD 1 TO TampoNbTitularisations
                           ELSE
                               ADD 1 TO TampoNbEntrees
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE fcompositions
           MOVE 0 TO WfinCompo.

      *=================================================================
      * purge des compositions en fin de saison
      *=================================================================
           PURGER_COMPOSITIONS_SAISON.
           OPEN I-O fcompositions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fcompositions NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   DELETE fcompositions END-DELETE
           END-PERFORM
           CLOSE fcompositions
           MOVE 0 TO Wfin.
