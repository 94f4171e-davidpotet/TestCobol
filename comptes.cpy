      *=================================================================
      * comptes administrateurs : roles, droits par option du menu
      * administrateur et deblocage des comptes verrouilles. Seul un
      * super-administrateur gere les comptes et les roles.
      *=================================================================
           MENU_COMPTES_ADMIN.
           PERFORM WITH TEST AFTER UNTIL WchoixComptes < 1
           DISPLAY
           '*****************************************************'
           DISPLAY
           '* 0 - Retour                                        *'
           DISPLAY
           '* 1 - Liste des comptes                             *'
           DISPLAY
           '* 2 - Creer un compte                               *'
           DISPLAY
           '* 3 - Changer le role d un compte                   *'
           DISPLAY
           '* 4 - Debloquer un compte verrouille                *'
           DISPLAY
           '* 5 - Reinitialiser un mot de passe                 *'
           DISPLAY
           '* 6 - Supprimer un compte                           *'
           DISPLAY
           '*****************************************************'
           ACCEPT WchoixComptes
           EVALUATE WchoixComptes
           WHEN 1
               PERFORM AFFICHER_COMPTES_ADMIN
           WHEN 2
               PERFORM CREER_COMPTE_ADMIN
           WHEN 3
               PERFORM CHANGER_ROLE_ADMIN
           WHEN 4
               PERFORM DEBLOQUER_COMPTE_ADMIN
           WHEN 5
               PERFORM CHANGER_MDP_ADMIN
           WHEN 6
               PERFORM SUPPRIMER_COMPTE_ADMIN
           END-EVALUATE
           END-PERFORM
           MOVE 1 TO WchoixComptes.

      *=================================================================
      * droits par role sur les options du menu administrateur :
      *   S super-administrateur : toutes les options
      *   B billetterie  : visiteurs, stades, classement, rapports,
      *                    recettes, archives, console du jour
      *   M saisie matchs: actions, arbitres, joueurs, equipes,
      *                    rencontres, classement, rapports, coupe,
      *                    archives, console du jour
      *   L consultation : classement, rapports, audit, recettes,
      *                    exports, archives, console du jour
      * retour (0) et deconnexion (9) sont toujours permis ; cloture de
      * saison, imports, sanctions et comptes restent au seul
      * super-administrateur
      *=================================================================
           CONTROLER_DROIT_OPTION.
           MOVE 0 TO WoptionPermise
           IF WchoixAdmin = 0 OR WchoixAdmin = 9 THEN
               MOVE 1 TO WoptionPermise
           END-IF
           EVALUATE TampoAdminRole
           WHEN 'S'
               MOVE 1 TO WoptionPermise
           WHEN 'B'
               IF WchoixAdmin = 1 OR WchoixAdmin = 6 OR
                   WchoixAdmin = 8 OR WchoixAdmin = 10 OR
                   WchoixAdmin = 13 OR WchoixAdmin = 16 OR
                   WchoixAdmin = 17 THEN
                   MOVE 1 TO WoptionPermise
               END-IF
           WHEN 'M'
               IF WchoixAdmin = 2 OR WchoixAdmin = 3 OR
                   WchoixAdmin = 4 OR WchoixAdmin = 5 OR
                   WchoixAdmin = 7 OR WchoixAdmin = 8 OR
                   WchoixAdmin = 10 OR WchoixAdmin = 15 OR
                   WchoixAdmin = 16 OR WchoixAdmin = 17 THEN
                   MOVE 1 TO WoptionPermise
               END-IF
           WHEN 'L'
               IF WchoixAdmin = 8 OR WchoixAdmin = 10 OR
                   WchoixAdmin = 12 OR WchoixAdmin = 13 OR
                   WchoixAdmin = 14 OR WchoixAdmin = 16 OR
                   WchoixAdmin = 17 THEN
                   MOVE 1 TO WoptionPermise
               END-IF
           END-EVALUATE.

      *=================================================================
      * libelle du role TampoRoleSaisi dans TampoLibelleRole
      *=================================================================
           LIBELLE_ROLE_ADMIN.
           EVALUATE TampoRoleSaisi
           WHEN 'S'
               MOVE 'super-administrateur' TO TampoLibelleRole
           WHEN 'B'
               MOVE 'billetterie' TO TampoLibelleRole
           WHEN 'M'
               MOVE 'saisie des matchs' TO TampoLibelleRole
           WHEN 'L'
               MOVE 'consultation' TO TampoLibelleRole
           WHEN OTHER
               MOVE 'role inconnu' TO TampoLibelleRole
           END-EVALUATE.

      *=================================================================
      * saisie d'un role S, B, M ou L dans TampoRoleSaisi
      *=================================================================
           SAISIR_ROLE_ADMIN.
           DISPLAY 'Role : S super-administrateur, B billetterie,'
           DISPLAY '       M saisie des matchs, L consultation '
           ACCEPT TampoRoleSaisi
           MOVE 0 TO WroleValide
           IF TampoRoleSaisi = 'S' OR TampoRoleSaisi = 'B' OR
               TampoRoleSaisi = 'M' OR TampoRoleSaisi = 'L' THEN
               MOVE 1 TO WroleValide
           ELSE
               DISPLAY 'Role inconnu !'
           END-IF.

      *=================================================================
      * liste des comptes avec role, verrouillage et echecs en cours
      *=================================================================
           AFFICHER_COMPTES_ADMIN.
           MOVE 0 TO TampoNbAdmins
           OPEN INPUT fadministrateurs
           MOVE 0 TO WfinCompte
           PERFORM WITH TEST AFTER UNTIL WfinCompte = 1
               READ fadministrateurs NEXT
               AT END MOVE 1 TO WfinCompte
               NOT AT END
                   COMPUTE TampoNbAdmins = TampoNbAdmins + 1
                   MOVE fa_roleAdm TO TampoRoleSaisi
                   PERFORM LIBELLE_ROLE_ADMIN
                   IF fa_verrouAdm = 1 THEN
                       DISPLAY fa_login' 'TampoLibelleRole
                           ' VERROUILLE echecs:'fa_nbEchecsAdm
                           ' modifie par 'fa_modifParAdm
                           ' le 'fa_dateModifAdm
                   ELSE
                       DISPLAY fa_login' 'TampoLibelleRole
                           ' actif      echecs:'fa_nbEchecsAdm
                           ' modifie par 'fa_modifParAdm
                           ' le 'fa_dateModifAdm
                   END-IF
           END-PERFORM
           CLOSE fadministrateurs
           DISPLAY TampoNbAdmins' compte(s)'.

      *=================================================================
      * creation d'un compte : identifiant libre, mot de passe, role
      *=================================================================
           CREER_COMPTE_ADMIN.
           DISPLAY 'Identifiant du nouveau compte '
           ACCEPT TampoLoginCompte
           IF TampoLoginCompte = SPACES THEN
               DISPLAY 'Identifiant vide !'
           ELSE
               OPEN I-O fadministrateurs
               MOVE TampoLoginCompte TO fa_login
               READ fadministrateurs
                   INVALID KEY
                       DISPLAY 'Mot de passe '
                       ACCEPT TampoMdpCompte
                       PERFORM SAISIR_ROLE_ADMIN
                       IF WroleValide = 1 THEN
                           MOVE TampoLoginCompte TO fa_login
                           MOVE TampoMdpCompte TO fa_mdp
                           MOVE TampoRoleSaisi TO fa_roleAdm
                           MOVE 0 TO fa_nbEchecsAdm
                           MOVE 0 TO fa_verrouAdm
                           MOVE TampoAdminLogin TO fa_modifParAdm
                           MOVE TampoDateAudit TO fa_dateModifAdm
                           WRITE administrateurTampon END-WRITE
                           DISPLAY 'Compte cree.'
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'Cet identifiant existe deja !'
               END-READ
               CLOSE fadministrateurs
           END-IF.

      *=================================================================
      * changement de role ; un super-administrateur ne change pas son
      * propre role, il reste donc toujours un super-administrateur
      *=================================================================
           CHANGER_ROLE_ADMIN.
           DISPLAY 'Identifiant du compte '
           ACCEPT TampoLoginCompte
           IF TampoLoginCompte = TampoAdminLogin THEN
               DISPLAY 'Impossible de changer son propre role !'
           ELSE
               OPEN I-O fadministrateurs
               MOVE TampoLoginCompte TO fa_login
               READ fadministrateurs
                   INVALID KEY
                       DISPLAY 'Compte inconnu !'
                   NOT INVALID KEY
                       MOVE fa_roleAdm TO TampoRoleSaisi
                       PERFORM LIBELLE_ROLE_ADMIN
                       DISPLAY 'Role actuel : 'TampoLibelleRole
                       PERFORM SAISIR_ROLE_ADMIN
                       IF WroleValide = 1 THEN
                           MOVE TampoRoleSaisi TO fa_roleAdm
                           MOVE TampoAdminLogin TO fa_modifParAdm
                           MOVE TampoDateAudit TO fa_dateModifAdm
                           REWRITE administrateurTampon
                           DISPLAY 'Role modifie.'
                       END-IF
               END-READ
               CLOSE fadministrateurs
           END-IF.

      *=================================================================
      * deblocage d'un compte verrouille apres trop d'echecs
      *=================================================================
           DEBLOQUER_COMPTE_ADMIN.
           DISPLAY 'Identifiant du compte '
           ACCEPT TampoLoginCompte
           OPEN I-O fadministrateurs
           MOVE TampoLoginCompte TO fa_login
           READ fadministrateurs
               INVALID KEY
                   DISPLAY 'Compte inconnu !'
               NOT INVALID KEY
                   IF fa_verrouAdm = 0 AND fa_nbEchecsAdm = 0 THEN
                       DISPLAY 'Ce compte n est pas verrouille.'
                   ELSE
                       MOVE 0 TO fa_verrouAdm
                       MOVE 0 TO fa_nbEchecsAdm
                       MOVE TampoAdminLogin TO fa_modifParAdm
                       MOVE TampoDateAudit TO fa_dateModifAdm
                       REWRITE administrateurTampon
                       DISPLAY 'Compte debloque.'
                   END-IF
           END-READ
           CLOSE fadministrateurs.

      *=================================================================
      * nouveau mot de passe d'un compte (oubli) ; le compte est
      * debloque au passage
      *=================================================================
           CHANGER_MDP_ADMIN.
           DISPLAY 'Identifiant du compte '
           ACCEPT TampoLoginCompte
           OPEN I-O fadministrateurs
           MOVE TampoLoginCompte TO fa_login
           READ fadministrateurs
               INVALID KEY
                   DISPLAY 'Compte inconnu !'
               NOT INVALID KEY
                   DISPLAY 'Nouveau mot de passe '
                   ACCEPT TampoMdpCompte
                   MOVE TampoMdpCompte TO fa_mdp
                   MOVE 0 TO fa_verrouAdm
                   MOVE 0 TO fa_nbEchecsAdm
                   MOVE TampoAdminLogin TO fa_modifParAdm
                   MOVE TampoDateAudit TO fa_dateModifAdm
                   REWRITE administrateurTampon
                   DISPLAY 'Mot de passe modifie.'
           END-READ
           CLOSE fadministrateurs.

      *=================================================================
      * suppression d'un compte, sauf le sien
      *=================================================================
           SUPPRIMER_COMPTE_ADMIN.
           DISPLAY 'Identifiant du compte '
           ACCEPT TampoLoginCompte
           IF TampoLoginCompte = TampoAdminLogin THEN
               DISPLAY 'Impossible de supprimer son propre compte !'
           ELSE
               OPEN I-O fadministrateurs
               MOVE TampoLoginCompte TO fa_login
               READ fadministrateurs
                   INVALID KEY
                       DISPLAY 'Compte inconnu !'
                   NOT INVALID KEY
                       MOVE fa_roleAdm TO TampoRoleSaisi
                       PERFORM LIBELLE_ROLE_ADMIN
                       DISPLAY fa_login' 'TampoLibelleRole
                       DISPLAY 'Confirmer la suppression ? 1 ou 0'
                       ACCEPT Wrep
                       IF Wrep = 1 THEN
                           DELETE fadministrateurs END-DELETE
                           DISPLAY 'Compte supprime.'
                       END-IF
               END-READ
               CLOSE fadministrateurs
           END-IF.
