      *    contrôle du code transaction, du code motif des embauches
      *    et des changements de salaire, de la vraisemblance de la
      *    date d'effet et de la détection des EMP-ID en double dans
      *    le lot. Chaque transaction doit porter l'identifiant de
      *    l'opérateur qui l'a saisie ; une transaction d'approbation
      *    ("V", double contrôle des embauches et des changements de
      *    salaire mis en attente par EMPMAINT) n'emporte que son
      *    EMP-ID et l'identifiant de l'approbateur ; elle n'est pas
      *    un double de la transaction qu'elle approuve, qu'elle peut
      *    suivre dans le même lot.
      *    Le salaire d'une embauche ou d'une modification est en
      *    outre contrôlé contre la grille des salaires (EMPGRADE,
      *    consultée par le sous-programme EMPGRADE) : un poste absent
      *    de la grille ou un salaire hors de la fourchette du grade
      *    en vigueur à la date d'effet est rejeté, sauf si la
      *    transaction porte un motif de dérogation valide.
      *    Les transactions acceptées sont recopiées telles quelles
      *    dans le fichier épuré EMPTRCLN, à donner en entrée à
      *    EMPMAINT à la place d'EMPTRANS ; les rejets sont listés
      *    ligne à ligne, avec leur motif, sur le rapport EMPEDRPT à
      *    renvoyer au service RH. Ainsi une saisie fautive est
      *    bloquée avant d'atteindre le fichier maître, au lieu

      *    Transaction acceptée, recopiée telle quelle (mêmes
      *    positions que EMPTRANREC).
       01 CLEAN-RECORD PIC X(170).

       FD  EMPEDIT-RPT.

      *    Indicateur que l'EMP-ID courant figure déjà dans la table.
       01 WS-DUPLICATE-SWITCH PIC X VALUE "N".

      *    Date du jour de traitement, au format AAAAMMJJ : date de
      *    référence de la grille pour une application immédiate.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *    Motif de rejet lié à la grille des salaires, retenu
      *    lorsque la transaction ne porte pas de motif de
      *    dérogation.
       01 WS-BAND-REASON PIC X(40) VALUE SPACE.

      *    Paramètres de l'appel au sous-programme EMPGRADE (grille
      *    des salaires).
       01 WS-GRADE-FUNCTION PIC X(5).
       01 WS-GRADE-REQUEST.
           COPY EMPGRQREC.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
           STOP RUN.

       1000-INITIALISATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-CONTROLER-ENCHAINEMENT.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1300-CHARGER-GRILLE
           END-IF.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1200-OUVRIR-FICHIERS
           END-IF.
               PERFORM 2100-LIRE-TRANSACTION
           END-IF.

       1300-CHARGER-GRILLE.
      *    Sans grille des salaires, les embauches et les
      *    modifications ne peuvent être contrôlées : le lot n'est
      *    pas traité.
           MOVE "LOAD " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           IF GRQ-REPLY NOT = "Y"
               DISPLAY "EMPEDIT : grille des salaires EMPGRADE "
                   "indisponible, lot non contrôlé."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       2000-TRAITEMENT.
           ADD 1 TO WS-LINE-NUMBER.
           PERFORM 3000-VALIDER-TRANSACTION.
           MOVE SPACE TO WS-REJECT-REASON.

           IF TRAN-CODE NOT = "A" AND TRAN-CODE NOT = "C"
               AND TRAN-CODE NOT = "D" AND TRAN-CODE NOT = "V"
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "Code transaction inconnu" TO WS-REJECT-REASON
           END-IF.

      *    Double contrôle : l'opérateur de saisie (ou l'approbateur
      *    d'une transaction "V") doit être identifié.
           IF WS-VALID-SWITCH = "Y"
               IF TRAN-OPERATOR-ID = SPACE
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Identifiant opérateur absent"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               IF TRAN-EMP-ID IS NOT NUMERIC OR TRAN-EMP-ID = ZERO
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
           END-IF.

      *    Une approbation porte le même EMP-ID que l'embauche ou le
      *    changement qu'elle libère, saisi le cas échéant dans le
      *    même lot : elle n'entre pas dans la détection des doubles
      *    (EMPMAINT refuse l'approbation par l'opérateur de saisie).
           IF WS-VALID-SWITCH = "Y" AND TRAN-CODE NOT = "V"
               PERFORM 3100-CONTROLER-DOUBLE
           END-IF.

      *    Les règles de champ ne concernent que les transactions
      *    qui portent des rubriques employé (ajouts et
      *    modifications) ; une fin de contrat n'emporte que son
      *    EMP-ID, une approbation son EMP-ID et son approbateur.
           IF WS-VALID-SWITCH = "Y"
               AND (TRAN-CODE = "A" OR TRAN-CODE = "C")
               PERFORM 3200-CONTROLER-RUBRIQUES
           END-IF.

           IF WS-VALID-SWITCH = "Y" AND TRAN-CODE NOT = "V"
               PERFORM 3400-CONTROLER-DATE-EFFET
           END-IF.

               PERFORM 3300-CONTROLER-MOTIF
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3500-CONTROLER-GRILLE
           END-IF.

       3300-CONTROLER-MOTIF.
      *    Une embauche s'historise sous le motif "EMBA" ; un
      *    changement de salaire doit porter un des motifs de
               END-IF
           END-IF.

       3500-CONTROLER-GRILLE.
      *    Le salaire doit se situer dans la fourchette du grade du
      *    poste, en vigueur à la date d'effet (à défaut, à la date
      *    du jour). Un poste absent de la grille ou un salaire hors
      *    fourchette n'est accepté qu'avec un motif de dérogation ;
      *    un motif renseigné doit toujours être un motif connu.
           IF TRAN-OVERRIDE-REASON NOT = SPACE
               AND TRAN-OVERRIDE-REASON NOT = "RETE"
               AND TRAN-OVERRIDE-REASON NOT = "MARC"
               AND TRAN-OVERRIDE-REASON NOT = "TRAN"
               AND TRAN-OVERRIDE-REASON NOT = "DIRE"
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "Motif de dérogation invalide"
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               MOVE TRAN-JOB-TITLE TO GRQ-JOB-TITLE
               IF TRAN-EFFECTIVE-DATE IS NUMERIC
                   AND TRAN-EFFECTIVE-DATE > ZERO
                   MOVE TRAN-EFFECTIVE-DATE TO GRQ-DATE
               ELSE
                   MOVE WS-RUN-DATE TO GRQ-DATE
               END-IF
               MOVE "FIND " TO WS-GRADE-FUNCTION
               CALL "empgrade" USING WS-GRADE-FUNCTION
                   WS-GRADE-REQUEST
               MOVE SPACE TO WS-BAND-REASON
               EVALUATE TRUE
                   WHEN GRQ-REPLY NOT = "Y"
                       MOVE "Poste absent de la grille des salaires"
                           TO WS-BAND-REASON
                   WHEN TRAN-SALARY < GRQ-MIN-SALARY
                       MOVE "Salaire inférieur au minimum du grade"
                           TO WS-BAND-REASON
                   WHEN TRAN-SALARY > GRQ-MAX-SALARY
                       MOVE "Salaire supérieur au maximum du grade"
                           TO WS-BAND-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-BAND-REASON NOT = SPACE
                   AND TRAN-OVERRIDE-REASON = SPACE
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE WS-BAND-REASON TO WS-REJECT-REASON
               END-IF
           END-IF.

       4000-ECRIRE-REJET.
           MOVE SPACE TO EDIT-REPORT-LINE.
           STRING "Ligne " WS-LINE-NUMBER " EMP-ID " TRAN-EMP-ID
