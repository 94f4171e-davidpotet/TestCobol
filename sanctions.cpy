      *=================================================================
      * sanctions de la commission de discipline et de la DNCG :
      * retraits de points et matchs donnes perdus sur tapis vert. Le
      * score d'origine reste dans frencontres ; le score attribue
      * remplace le resultat dans le classement uniquement.
      *=================================================================
           MENU_SANCTIONS.
           PERFORM WITH TEST AFTER UNTIL WchoixSanction < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Enregistrer une sanction                      *'
           DISPLAY
           '* 2 - Liste des sanctions                           *'
           DISPLAY
           '* 3 - Supprimer une sanction (annulee en appel)     *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixSanction
           EVALUATE WchoixSanction
           WHEN 1
               PERFORM AJOUTER_SANCTION
           WHEN 2
               PERFORM AFFICHER_SANCTIONS
           WHEN 3
               PERFORM SUPPRIMER_SANCTION
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixSanction.

      *=================================================================
      * une sanction vise un club ; elle retire des points et/ou donne
      * une rencontre du club sur tapis vert avec un score attribue
      * (une seule decision de tapis vert par rencontre)
      *=================================================================
           AJOUTER_SANCTION.
           DISPLAY 'Identifiant du club sanctionne '
           ACCEPT TampoIdEqSanction
           MOVE TampoIdEqSanction TO TampoIdEquipeDom
           PERFORM TROUVER_NOM_EQUIPE_PAR_ID
           IF TampoNomEquipeTrouve = SPACES THEN
               DISPLAY 'Club inconnu !'
           ELSE
               DISPLAY 'Club : 'TampoNomEquipeTrouve
               DISPLAY 'Nombre de points retires (0 si aucun) '
               ACCEPT TampoPointsSanction
               DISPLAY 'Motif de la decision '
               ACCEPT TampoMotifSanction
               DISPLAY 'Date de la decision (aaaammjj) '
               ACCEPT TampoDateSanction
               DISPLAY 'Rencontre donnee sur tapis vert (0 si aucune) '
               ACCEPT TampoIdRencSanction
               MOVE 1 TO WsanctionValide
               MOVE 0 TO TampoScoreDomSanction
               MOVE 0 TO TampoScoreExtSanction
               IF TampoIdRencSanction NOT = 0 THEN
                   PERFORM CONTROLER_RENC_SANCTION
               END-IF
               IF TampoPointsSanction = 0 AND
                   TampoIdRencSanction = 0 THEN
                   DISPLAY 'Ni retrait de points ni tapis vert !'
                   MOVE 0 TO WsanctionValide
               END-IF
               IF WsanctionValide = 1 THEN
                   PERFORM ECRIRE_SANCTION
               ELSE
                   DISPLAY 'Sanction abandonnee.'
               END-IF
           END-IF.

      *=================================================================
      * la rencontre doit exister, opposer le club sanctionne et ne pas
      * avoir deja un score attribue ; le score attribue est saisi
      * (par exemple 3-0 ou 0-3 au detriment du club sanctionne)
      *=================================================================
           CONTROLER_RENC_SANCTION.
           MOVE 0 TO WsanctionValide
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           OPEN INPUT frencontres
           PERFORM WITH TEST AFTER UNTIL Wtrouve3 = 1 OR Wfin = 1
               READ frencontres NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   IF fr_idRenc = TampoIdRencSanction THEN
                       MOVE 1 TO Wtrouve3
                       IF fr_EquipeDom = TampoIdEqSanction OR
                           fr_EquipeExt = TampoIdEqSanction THEN
                           MOVE 1 TO WsanctionValide
                           DISPLAY 'Rencontre 'fr_idRenc' J'fr_journee
                               ' 'fr_EquipeDom'-'fr_EquipeExt
                               ' statut:'fr_statutRenc
                               ' score:'fr_scoreDomRenc'-'
                               fr_scoreExtRenc
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE frencontres
           IF Wtrouve3 = 0 THEN
               DISPLAY 'Rencontre inconnue !'
           ELSE
               IF WsanctionValide = 0 THEN
                   DISPLAY 'Le club sanctionne ne joue pas cette'
                       ' rencontre !'
               END-IF
           END-IF
           MOVE 0 TO Wtrouve3
           MOVE 0 TO Wfin
           IF WsanctionValide = 1 THEN
               PERFORM CHARGER_SANCTIONS
               PERFORM CHERCHER_TAPIS_VERT_SANCTION
               IF WtapisVert = 1 THEN
                   DISPLAY 'Cette rencontre a deja un score attribue !'
                   MOVE 0 TO WsanctionValide
               ELSE
                   DISPLAY 'Score attribue a l equipe a domicile '
                   ACCEPT TampoScoreDomSanction
                   DISPLAY 'Score attribue a l equipe a l exterieur '
                   ACCEPT TampoScoreExtSanction
               END-IF
           END-IF.

           CHERCHER_TAPIS_VERT_SANCTION.
           MOVE 0 TO WtapisVert
           MOVE 1 TO IndiceSanction
           PERFORM WITH TEST AFTER UNTIL
               IndiceSanction > NbSanctions OR WtapisVert = 1
               IF NbSanctions > 0 THEN
                   IF TabSanRenc(IndiceSanction) = TampoIdRencSanction
                       THEN
                       MOVE 1 TO WtapisVert
                   END-IF
               END-IF
               COMPUTE IndiceSanction = IndiceSanction + 1
           END-PERFORM.

           ECRIRE_SANCTION.
           MOVE 0 TO TampoNextIdSanction
           OPEN INPUT fsanctions
           MOVE 0 TO WfinSanction
           PERFORM WITH TEST AFTER UNTIL WfinSanction = 1
               READ fsanctions NEXT
               AT END MOVE 1 TO WfinSanction
               NOT AT END
                   IF fsa_idSanction > TampoNextIdSanction THEN
                       MOVE fsa_idSanction TO TampoNextIdSanction
                   END-IF
           END-PERFORM
           CLOSE fsanctions
           MOVE 0 TO WfinSanction
           COMPUTE TampoNextIdSanction = TampoNextIdSanction + 1
           OPEN I-O fsanctions
           MOVE TampoNextIdSanction TO fsa_idSanction
           MOVE TampoIdEqSanction TO fsa_idEquipe
           MOVE TampoPointsSanction TO fsa_pointsRetires
           MOVE TampoMotifSanction TO fsa_motif
           MOVE TampoDateSanction TO fsa_dateDecision
           MOVE TampoIdRencSanction TO fsa_idRencTapis
           MOVE TampoScoreDomSanction TO fsa_scoreDomAttribue
           MOVE TampoScoreExtSanction TO fsa_scoreExtAttribue
           MOVE TampoAdminLogin TO fsa_modifPar
           MOVE TampoDateAudit TO fsa_dateModif
           WRITE sanctionsTampon END-WRITE
           CLOSE fsanctions
           DISPLAY 'Sanction enregistree, numero 'TampoNextIdSanction.

           AFFICHER_SANCTIONS.
           DISPLAY '--- SANCTIONS ---'
           MOVE 0 TO NbSanctions
           OPEN INPUT fsanctions
           MOVE 0 TO WfinSanction
           PERFORM WITH TEST AFTER UNTIL WfinSanction = 1
               READ fsanctions NEXT
               AT END MOVE 1 TO WfinSanction
               NOT AT END
                   COMPUTE NbSanctions = NbSanctions + 1
                   MOVE fsa_idEquipe TO TampoIdEquipeDom
                   PERFORM TROUVER_NOM_EQUIPE_PAR_ID
                   DISPLAY fsa_idSanction' 'TampoNomEquipeTrouve
                       ' le 'fsa_dateDecision' : 'fsa_motif
                   IF fsa_pointsRetires > 0 THEN
                       DISPLAY '      retrait de 'fsa_pointsRetires
                           ' point(s)'
                   END-IF
                   IF fsa_idRencTapis > 0 THEN
                       DISPLAY '      rencontre 'fsa_idRencTapis
                           ' donnee sur tapis vert 'fsa_scoreDomAttribue
                           '-'fsa_scoreExtAttribue
                   END-IF
           END-PERFORM
           CLOSE fsanctions
           MOVE 0 TO WfinSanction
           IF NbSanctions = 0 THEN
               DISPLAY '(aucune sanction)'
           END-IF.

           SUPPRIMER_SANCTION.
           DISPLAY 'Numero de la sanction '
           ACCEPT TampoNextIdSanction
           OPEN I-O fsanctions
           MOVE TampoNextIdSanction TO fsa_idSanction
           READ fsanctions
               INVALID KEY
                   DISPLAY 'Sanction inconnue !'
               NOT INVALID KEY
                   DISPLAY fsa_motif' du 'fsa_dateDecision
                   DISPLAY 'Confirmer la suppression ? 1 ou 0'
                   ACCEPT Wrep
                   IF Wrep = 1 THEN
                       DELETE fsanctions END-DELETE
                       DISPLAY 'Sanction supprimee.'
                   END-IF
           END-READ
           CLOSE fsanctions.

      *=================================================================
      * charge les sanctions en table pour le calcul du classement
      *=================================================================
           CHARGER_SANCTIONS.
           MOVE 0 TO NbSanctions
           OPEN INPUT fsanctions
           MOVE 0 TO WfinSanction
           PERFORM WITH TEST AFTER UNTIL WfinSanction = 1
               READ fsanctions NEXT
               AT END MOVE 1 TO WfinSanction
               NOT AT END
                   IF NbSanctions < 200 THEN
                       COMPUTE NbSanctions = NbSanctions + 1
                       MOVE fsa_idEquipe TO TabSanIdEq(NbSanctions)
                       MOVE fsa_pointsRetires TO
                           TabSanPoints(NbSanctions)
                       MOVE fsa_idRencTapis TO TabSanRenc(NbSanctions)
                       MOVE fsa_scoreDomAttribue TO
                           TabSanScoreDom(NbSanctions)
                       MOVE fsa_scoreExtAttribue TO
                           TabSanScoreExt(NbSanctions)
                       MOVE fsa_dateDecision TO TabSanDate(NbSanctions)
                   ELSE
                       DISPLAY 'ATTENTION: plus de 200 sanctions,'
                           ' sanction 'fsa_idSanction' ignoree'
                   END-IF
           END-PERFORM
           CLOSE fsanctions
           MOVE 0 TO WfinSanction.

      *=================================================================
      * score retenu au classement pour la rencontre lue dans
      * frencontres : le score attribue sur tapis vert s'il existe,
      * sinon le score du terrain
      *=================================================================
           SCORE_RETENU_RENCONTRE.
           MOVE fr_scoreDomRenc TO TampoScoreDomClt
           MOVE fr_scoreExtRenc TO TampoScoreExtClt
           MOVE fr_idRenc TO TampoIdRencSanction
           PERFORM CHERCHER_TAPIS_VERT_SANCTION
           IF WtapisVert = 1 THEN
               COMPUTE IndiceSanction = IndiceSanction - 1
               MOVE TabSanScoreDom(IndiceSanction) TO TampoScoreDomClt
               MOVE TabSanScoreExt(IndiceSanction) TO TampoScoreExtClt
           END-IF.

      *=================================================================
      * retraits de points : cumules dans la colonne penalite et
      * deduits des points du club (un club peut passer en negatif) ;
      * pour un classement arrete a une journee, seules les decisions
      * rendues au plus tard a la date du dernier match retenu comptent
      *=================================================================
           APPLIQUER_SANCTIONS_CLASSEMENT.
           IF NbSanctions > 0 THEN
               MOVE 1 TO IndiceSanction
               PERFORM WITH TEST AFTER UNTIL
                   IndiceSanction > NbSanctions
                   IF TabSanPoints(IndiceSanction) > 0 AND
                       (TampoJourneeLimite = 0 OR
                       TabSanDate(IndiceSanction) <= TampoDateMaxClt)
                       THEN
                       MOVE TabSanIdEq(IndiceSanction) TO
                           TampoIdEquipeDom
                       PERFORM CHERCHER_OU_AJOUTER_CLASSEMENT
                       ADD TabSanPoints(IndiceSanction) TO
                           Clt_penalite(IndiceClassement)
                       SUBTRACT TabSanPoints(IndiceSanction) FROM
                           Clt_points(IndiceClassement)
                   END-IF
                   COMPUTE IndiceSanction = IndiceSanction + 1
               END-PERFORM
           END-IF.

      *=================================================================
      * points d'une ligne du classement en texte sur trois positions
      * ('045', ou '-03' pour un total negatif), pour l'affichage,
      * l'export et l'archive
      *=================================================================
           FORMATER_POINTS_CLASSEMENT.
           IF Clt_points(IndiceClassement) < 0 THEN
               MOVE Clt_points(IndiceClassement) TO TampoPointsNeg
               MOVE TampoPointsNeg TO TampoPointsTxt
           ELSE
               MOVE Clt_points(IndiceClassement) TO TampoPointsPos
               MOVE TampoPointsPos TO TampoPointsTxt
           END-IF.

           PURGER_SANCTIONS_SAISON.
           OPEN I-O fsanctions
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
               READ fsanctions NEXT
               AT END MOVE 1 TO Wfin
               NOT AT END
                   DELETE fsanctions END-DELETE
           END-PERFORM
           CLOSE fsanctions
           MOVE 0 TO Wfin.
