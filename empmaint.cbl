      *    avant/après via le sous-programme EMPJRNL, pour permettre
      *    la reconstruction du maître par EMPRECOV en cas de
      *    corruption du fichier indexé.
      *    Double contrôle : chaque transaction porte l'identifiant de
      *    l'opérateur qui l'a saisie. Toute embauche, et tout
      *    changement de salaire dont l'écart dépasse le seuil en
      *    montant (EMPAPRAMT) ou en pourcentage (EMPAPRPCT) du
      *    salaire actuel, n'est pas appliqué mais mis en attente
      *    d'approbation dans le fichier EMPAPROUT. Les changements
      *    en attente des exécutions précédentes (fichier EMPAPRIN,
      *    recopie de l'EMPAPROUT précédent), comme ceux mis en
      *    attente plus haut dans le même lot, sont libérés et
      *    appliqués par une transaction d'approbation ("V") saisie
      *    par un autre opérateur ; l'approbation par l'opérateur de
      *    saisie lui-même est rejetée. Une embauche approuvée dans
      *    le lot de sa saisie est ainsi payée dès son premier mois.
      *    EMPAPROUT est réécrit en fin d'exécution avec les seuls
      *    changements encore en attente. L'opérateur et l'approbateur
      *    sont portés sur la piste d'audit et sur le rapport de
      *    maintenance ; EMPAPLST liste chaque jour les changements
      *    encore en attente.
      *    Le salaire d'une embauche ou d'une modification doit se
      *    situer dans la fourchette du grade du poste en vigueur à
      *    la date d'effet (grille EMPGRADE, consultée par le
      *    sous-programme EMPGRADE) ; hors fourchette, ou pour un
      *    poste absent de la grille, la transaction est rejetée sauf
      *    motif de dérogation, porté alors sur la piste d'audit et
      *    sur le rapport de maintenance. Le contrôle est refait à
      *    l'approbation d'un changement mis en attente.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.

      *    Changements en attente d'approbation laissés par les
      *    exécutions précédentes (double contrôle).
           SELECT EMPAPRIN-FILE ASSIGN TO "EMPAPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-IN-STATUS.

      *    Changements encore en attente d'approbation à l'issue de
      *    cette exécution (EMPAPRIN de la prochaine exécution).
           SELECT EMPAPROUT-FILE ASSIGN TO "EMPAPROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-OUT-STATUS.

      *    Fichier de référence des départements, pour le contrôle
      *    du code département des transactions.
           SELECT EMPDEPT-FILE ASSIGN TO "EMPDEPT"
      *    Transaction différée relue telle quelle (mêmes positions
      *    que EMPTRANREC), recopiée dans TRANSACTION-RECORD avant
      *    traitement.
       01 PENDING-IN-RECORD PIC X(170).

       FD  EMPPNDOUT-FILE.

      *    Transaction différée réécrite telle quelle (mêmes
      *    positions que EMPTRANREC).
       01 PENDING-OUT-RECORD PIC X(170).

       FD  EMPAPRIN-FILE.

      *    Changement en attente relu tel quel (structure partagée,
      *    voir EMPAPRREC), recopié dans WS-APPROVAL-RECORD.
       01 APPROVAL-IN-RECORD PIC X(189).

       FD  EMPAPROUT-FILE.

      *    Changement en attente réécrit tel quel (structure
      *    partagée, voir EMPAPRREC).
       01 APPROVAL-OUT-RECORD PIC X(189).

       FD  EMPDEPT-FILE.

       01 WS-PENDING-IN-STATUS PIC X(2) VALUE "00".
       01 WS-PENDING-OUT-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-APPROVAL-IN-STATUS PIC X(2) VALUE "00".
       01 WS-APPROVAL-OUT-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin de fichier transactions.
       01 WS-EOF-SWITCH PIC X VALUE "N".
      *    courante figure dans la table de référence.
       01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".

      *    Seuils du double contrôle des changements de salaire :
      *    écart en pourcentage du salaire actuel et écart en
      *    montant. Valeurs par défaut, remplacées par les variables
      *    d'environnement EMPAPRPCT et EMPAPRAMT si elles sont
      *    renseignées.
       01 WS-PCT-THRESHOLD-TEXT PIC X(8) VALUE SPACE.
       01 WS-PCT-THRESHOLD PIC 9(3)V99 VALUE 10.
       01 WS-AMT-THRESHOLD-TEXT PIC X(10) VALUE SPACE.
       01 WS-AMT-THRESHOLD PIC 9(5)V99 VALUE 500.00.

      *    Écart de salaire de la transaction courante, en valeur
      *    absolue et en pourcentage du salaire actuel.
       01 WS-DELTA-ABS PIC 9(5)V99 VALUE ZERO.
       01 WS-DELTA-PERCENT PIC 9(3)V99 VALUE ZERO.

      *    Indicateur que la transaction courante doit être mise en
      *    attente d'approbation.
       01 WS-HOLD-SWITCH PIC X VALUE "N".

      *    Approbateur de la transaction courante : l'opérateur de la
      *    transaction d'approbation qui l'a libérée, à blanc pour
      *    une transaction appliquée sans double contrôle.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACE.

      *    Motif de dérogation à la grille des salaires retenu pour
      *    la transaction courante : celui de la transaction lorsque
      *    son salaire ou son poste est hors grille, à blanc sinon.
       01 WS-OVERRIDE-REASON PIC X(4) VALUE SPACE.

      *    Paramètres de l'appel au sous-programme EMPGRADE (grille
      *    des salaires).
       01 WS-GRADE-FUNCTION PIC X(5).
       01 WS-GRADE-REQUEST.
           COPY EMPGRQREC.

      *    Ligne du fichier des changements en attente d'approbation
      *    (structure partagée, voir EMPAPRREC).
       01 WS-APPROVAL-RECORD.
           COPY EMPAPRREC.

      *    Transaction mise en attente, vue par ses seules rubriques
      *    utiles au double contrôle (mêmes positions que
      *    EMPTRANREC).
       01 WS-HELD-TRANSACTION.
           05 WS-HELD-CODE PIC X(1).
           05 WS-HELD-EMP-ID PIC 9(8).
           05 FILLER PIC X(142).
           05 WS-HELD-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(11).

      *    Table des changements en attente d'approbation : ceux
      *    relus d'EMPAPRIN ("E" en attente, "L" libéré par une
      *    approbation de cette exécution) et ceux mis en attente
      *    par cette exécution ("N", écrits aussitôt dans EMPAPROUT
      *    pour la reprise après incident, et relus à la reprise).
       01 WS-APR-EOF-SWITCH PIC X VALUE "N".
       01 WS-APR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-APR-MAX PIC 9(4) VALUE 1000.
       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-APR-IDX.
               10 WS-APR-EMP-ID PIC 9(8).
               10 WS-APR-STATE PIC X(1).
               10 WS-APR-LINE PIC X(189).

      *    Indicateur qu'un changement en attente a été trouvé dans
      *    la table pour l'EMP-ID courant.
       01 WS-APR-FOUND-SWITCH PIC X VALUE "N".

      *    Indicateur de saturation de la table des changements en
      *    attente : EMPAPROUT ne peut alors pas être réécrit depuis
      *    la table et n'est que complété.
       01 WS-APR-FULL-SWITCH PIC X VALUE "N".

      *    Compteurs du point de reprise : transactions déjà traitées
      *    par l'exécution interrompue (à ignorer), transactions
      *    ignorées jusqu'ici et transactions traitées au total.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1400-CHARGER-DEPARTEMENTS
           END-IF.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1450-CHARGER-GRILLE
           END-IF.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1600-CHARGER-ATTENTES-APPROBATION
               PERFORM 1700-LIRE-SEUILS
           END-IF.
           IF WS-EOF-SWITCH = "Y"
               CONTINUE
           ELSE

       1200-IGNORER-TRANSACTION.
      *    Saut d'une transaction déjà traitée par l'exécution
      *    interrompue. Une approbation déjà traitée a libéré son
      *    changement en attente : il est marqué libéré pour ne pas
      *    être réécrit dans EMPAPROUT.
           ADD 1 TO WS-SKIPPED-COUNT.
           IF TRAN-CODE = "V"
               PERFORM 2810-RECHERCHER-ATTENTE
               IF WS-APR-FOUND-SWITCH = "Y"
                   AND WS-HELD-OPERATOR-ID NOT = TRAN-OPERATOR-ID
                   MOVE "L" TO WS-APR-STATE(WS-APR-IDX)
               END-IF
           END-IF.
           PERFORM 2100-LIRE-TRANSACTION.

       1400-CHARGER-DEPARTEMENTS.
               PERFORM 1410-LIRE-DEPARTEMENT
           END-IF.

       1450-CHARGER-GRILLE.
      *    Comme le référentiel EMPDEPT, la grille des salaires est
      *    indispensable au contrôle des embauches et des
      *    modifications : sans elle, l'exécution est arrêtée.
           MOVE "LOAD " TO WS-GRADE-FUNCTION.
           CALL "empgrade" USING WS-GRADE-FUNCTION WS-GRADE-REQUEST.
           IF GRQ-REPLY NOT = "Y"
               DISPLAY "EMPMAINT : grille des salaires EMPGRADE "
                   "indisponible, exécution arrêtée."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1300-OUVRIR-FICHIERS-ATTENTE.
      *    Ouverture du fichier d'attente laissé par l'exécution
      *    précédente (son absence est normale) et des fichiers
      *    d'attente produits par cette exécution. À la reprise après
      *    incident, EMPPNDOUT et EMPAPROUT sont complétés au lieu
      *    d'être recréés, afin de ne pas perdre les transactions
      *    déjà différées ou mises en attente d'approbation.
           OPEN INPUT EMPPNDIN-FILE.
           IF WS-PENDING-IN-STATUS = "00"
               MOVE "Y" TO WS-PENDING-IN-OPEN-SWITCH
               DISPLAY "Erreur à l'ouverture de EMPPNDOUT : "
                   WS-PENDING-OUT-STATUS
           END-IF.
           IF WS-RESTART-COUNT > ZERO
               PERFORM 1350-RECHARGER-ATTENTES-LOT
               OPEN EXTEND EMPAPROUT-FILE
           ELSE
               OPEN OUTPUT EMPAPROUT-FILE
           END-IF.
           IF WS-APPROVAL-OUT-STATUS NOT = "00"
               AND WS-APPROVAL-OUT-STATUS NOT = "05"
               DISPLAY "Erreur à l'ouverture de EMPAPROUT : "
                   WS-APPROVAL-OUT-STATUS
           END-IF.

       1350-RECHARGER-ATTENTES-LOT.
      *    À la reprise après incident, les changements mis en
      *    attente avant l'incident sont relus d'EMPAPROUT, pour
      *    pouvoir être libérés par une approbation restant à
      *    traiter et réécrits en fin d'exécution. Une ligne déjà
      *    présente dans la table (relue d'EMPAPRIN) n'est pas
      *    reprise en double.
           OPEN INPUT EMPAPROUT-FILE.
           IF WS-APPROVAL-OUT-STATUS = "00"
               MOVE "N" TO WS-APR-EOF-SWITCH
               PERFORM 1360-LIRE-ATTENTE-LOT
               PERFORM 1370-RANGER-ATTENTE-LOT
                   UNTIL WS-APR-EOF-SWITCH = "Y"
               CLOSE EMPAPROUT-FILE
           ELSE
               IF WS-APPROVAL-OUT-STATUS NOT = "35"
                   DISPLAY "Erreur à la relecture de EMPAPROUT : "
                       WS-APPROVAL-OUT-STATUS
               END-IF
           END-IF.

       1360-LIRE-ATTENTE-LOT.
           READ EMPAPROUT-FILE
               AT END
                   MOVE "Y" TO WS-APR-EOF-SWITCH
           END-READ.

       1370-RANGER-ATTENTE-LOT.
           MOVE "N" TO WS-APR-FOUND-SWITCH.
           SET WS-APR-IDX TO 1.
           PERFORM 1380-EXAMINER-LIGNE-LOT
               UNTIL WS-APR-FOUND-SWITCH = "Y"
               OR WS-APR-IDX > WS-APR-COUNT.
           IF WS-APR-FOUND-SWITCH = "N"
               IF WS-APR-COUNT < WS-APR-MAX
                   ADD 1 TO WS-APR-COUNT
                   MOVE APPROVAL-OUT-RECORD TO WS-APPROVAL-RECORD
                   MOVE APR-TRANSACTION TO WS-HELD-TRANSACTION
                   MOVE WS-HELD-EMP-ID TO WS-APR-EMP-ID(WS-APR-COUNT)
                   MOVE "N" TO WS-APR-STATE(WS-APR-COUNT)
                   MOVE APPROVAL-OUT-RECORD
                       TO WS-APR-LINE(WS-APR-COUNT)
               ELSE
                   MOVE "Y" TO WS-APR-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 1360-LIRE-ATTENTE-LOT.

       1380-EXAMINER-LIGNE-LOT.
           IF WS-APR-LINE(WS-APR-IDX) = APPROVAL-OUT-RECORD
               MOVE "Y" TO WS-APR-FOUND-SWITCH
           ELSE
               SET WS-APR-IDX UP BY 1
           END-IF.

       1600-CHARGER-ATTENTES-APPROBATION.
      *    Chargement des changements en attente d'approbation
      *    laissés par les exécutions précédentes (son absence est
      *    normale). Au-delà de la capacité de la table, des
      *    changements en attente seraient perdus à la réécriture
      *    d'EMPAPROUT : l'exécution s'arrête avant tout traitement.
           OPEN INPUT EMPAPRIN-FILE.
           IF WS-APPROVAL-IN-STATUS = "00"
               PERFORM 1610-LIRE-ATTENTE-APPROBATION
               PERFORM 1620-RANGER-ATTENTE-APPROBATION
                   UNTIL WS-APR-EOF-SWITCH = "Y"
               CLOSE EMPAPRIN-FILE
           ELSE
               IF WS-APPROVAL-IN-STATUS NOT = "35"
                   DISPLAY "EMPMAINT : fichier EMPAPRIN illisible "
                       "(statut " WS-APPROVAL-IN-STATUS
                       "), exécution arrêtée."
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       1610-LIRE-ATTENTE-APPROBATION.
           READ EMPAPRIN-FILE
               AT END
                   MOVE "Y" TO WS-APR-EOF-SWITCH
           END-READ.

       1620-RANGER-ATTENTE-APPROBATION.
           IF WS-APR-COUNT < WS-APR-MAX
               ADD 1 TO WS-APR-COUNT
               MOVE APPROVAL-IN-RECORD TO WS-APPROVAL-RECORD
               MOVE APR-TRANSACTION TO WS-HELD-TRANSACTION
               MOVE WS-HELD-EMP-ID TO WS-APR-EMP-ID(WS-APR-COUNT)
               MOVE "E" TO WS-APR-STATE(WS-APR-COUNT)
               MOVE APPROVAL-IN-RECORD TO WS-APR-LINE(WS-APR-COUNT)
               PERFORM 1610-LIRE-ATTENTE-APPROBATION
           ELSE
               DISPLAY "EMPMAINT : table des changements en attente "
                   "d'approbation saturée à " WS-APR-MAX
                   " ligne(s), exécution arrêtée."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE "Y" TO WS-APR-EOF-SWITCH
           END-IF.

       1700-LIRE-SEUILS.
      *    Seuils du double contrôle : les variables d'environnement,
      *    en clair ("15", "7.5", "500.00"), priment sur les valeurs
      *    par défaut. Une valeur illisible est signalée et le seuil
      *    par défaut est conservé, plutôt que de resserrer ou
      *    relâcher le contrôle en silence.
           ACCEPT WS-PCT-THRESHOLD-TEXT FROM ENVIRONMENT "EMPAPRPCT"
               ON EXCEPTION
                   MOVE SPACE TO WS-PCT-THRESHOLD-TEXT
           END-ACCEPT.
           IF WS-PCT-THRESHOLD-TEXT NOT = SPACE
               IF FUNCTION TEST-NUMVAL(WS-PCT-THRESHOLD-TEXT) = ZERO
                   COMPUTE WS-PCT-THRESHOLD =
                       FUNCTION NUMVAL(WS-PCT-THRESHOLD-TEXT)
               ELSE
                   DISPLAY "EMPMAINT : EMPAPRPCT illisible, ignoré : "
                       WS-PCT-THRESHOLD-TEXT
                       " (seuil par défaut conservé)"
               END-IF
           END-IF.

           ACCEPT WS-AMT-THRESHOLD-TEXT FROM ENVIRONMENT "EMPAPRAMT"
               ON EXCEPTION
                   MOVE SPACE TO WS-AMT-THRESHOLD-TEXT
           END-ACCEPT.
           IF WS-AMT-THRESHOLD-TEXT NOT = SPACE
               IF FUNCTION TEST-NUMVAL(WS-AMT-THRESHOLD-TEXT) = ZERO
                   COMPUTE WS-AMT-THRESHOLD =
                       FUNCTION NUMVAL(WS-AMT-THRESHOLD-TEXT)
               ELSE
                   DISPLAY "EMPMAINT : EMPAPRAMT illisible, ignoré : "
                       WS-AMT-THRESHOLD-TEXT
                       " (seuil par défaut conservé)"
               END-IF
           END-IF.

       2000-TRAITEMENT.
           MOVE "N" TO WS-REJECT-SWITCH.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE SPACE TO WS-APPROVER-ID.
           MOVE SPACE TO WS-OVERRIDE-REASON.
           MOVE "N" TO WS-HOLD-SWITCH.

           IF TRAN-CODE = "V"
               PERFORM 2800-TRAITER-APPROBATION
           ELSE
               IF TRAN-EFFECTIVE-DATE IS NUMERIC
                   AND TRAN-EFFECTIVE-DATE > WS-RUN-DATE
                   PERFORM 2500-DIFFERER-TRANSACTION
               ELSE
                   IF TRAN-EFFECTIVE-DATE IS NUMERIC
                       AND TRAN-EFFECTIVE-DATE > ZERO
                       MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
                   END-IF
                   PERFORM 2650-CONTROLER-GRILLE
                   IF WS-REJECT-SWITCH = "N"
                       PERFORM 2700-CONTROLER-DOUBLE-CONTROLE
                   END-IF
                   IF WS-HOLD-SWITCH = "Y"
                       PERFORM 2750-METTRE-EN-ATTENTE
                   ELSE
                       IF WS-REJECT-SWITCH = "N"
                           PERFORM 2900-APPLIQUER-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-SWITCH = "Y"
               PERFORM 6000-ECRIRE-REJET
           END-IF.

           ADD 1 TO WS-PROCESSED-COUNT.
           PERFORM 8000-ECRIRE-CHECKPOINT.
               SET WS-DEPT-IDX UP BY 1
           END-IF.

       2650-CONTROLER-GRILLE.
      *    Contrôle du salaire d'une embauche ou d'une modification
      *    contre la fourchette du grade du poste en vigueur à la
      *    date d'effet (mêmes règles que EMPEDIT, refaites ici car
      *    la grille a pu changer depuis la saisie d'une transaction
      *    différée ou mise en attente). Hors fourchette ou hors
      *    grille, la transaction n'est appliquée qu'avec un motif
      *    de dérogation, qui est alors conservé pour la piste
      *    d'audit.
           MOVE SPACE TO WS-OVERRIDE-REASON.
           IF TRAN-CODE = "A" OR TRAN-CODE = "C"
               MOVE TRAN-JOB-TITLE TO GRQ-JOB-TITLE
               MOVE WS-EFFECTIVE-DATE TO GRQ-DATE
               MOVE "FIND " TO WS-GRADE-FUNCTION
               CALL "empgrade" USING WS-GRADE-FUNCTION
                   WS-GRADE-REQUEST
               IF GRQ-REPLY NOT = "Y"
                   OR TRAN-SALARY < GRQ-MIN-SALARY
                   OR TRAN-SALARY > GRQ-MAX-SALARY
                   IF TRAN-OVERRIDE-REASON = SPACE
                       MOVE "Y" TO WS-REJECT-SWITCH
                       EVALUATE TRUE
                           WHEN GRQ-REPLY NOT = "Y"
                               MOVE "Poste absent de la grille"
                                   TO WS-REJECT-REASON
                           WHEN TRAN-SALARY < GRQ-MIN-SALARY
                               MOVE "Salaire sous le minimum du grade"
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               MOVE "Salaire au-delà du maximum"
                                   TO WS-REJECT-REASON
                       END-EVALUATE
                   ELSE
                       MOVE TRAN-OVERRIDE-REASON TO WS-OVERRIDE-REASON
                   END-IF
               END-IF
           END-IF.

       2500-DIFFERER-TRANSACTION.
      *    Transaction à échéance future : différée dans le fichier
      *    d'attente, elle sera réexaminée à chaque exécution et
           MOVE "DIFFERE" TO WS-ACTION-LABEL.
           PERFORM 7000-ECRIRE-CONFIRMATION.

       2700-CONTROLER-DOUBLE-CONTROLE.
      *    Double contrôle : toute embauche, et tout changement de
      *    salaire dont l'écart dépasse l'un des seuils, est mis en
      *    attente d'approbation au lieu d'être appliqué. Une
      *    transaction vouée au rejet (employé déjà présent,
      *    introuvable ou sorti) n'est pas mise en attente : elle
      *    suit le traitement normal qui la rejette. Tant qu'un
      *    changement de l'employé attend son approbation, aucun
      *    autre ajout ou modification n'est accepté pour lui.
           MOVE "N" TO WS-HOLD-SWITCH.
           IF TRAN-CODE = "A" OR TRAN-CODE = "C"
               PERFORM 2720-RECHERCHER-ATTENTE-EMPLOYE
               IF WS-APR-FOUND-SWITCH = "Y"
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "Changement en attente d'approbation"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-SWITCH = "N"
               MOVE ZERO TO APR-OLD-SALARY
               MOVE TRAN-EMP-ID TO EMP-ID
               EVALUATE TRAN-CODE
                   WHEN "A"
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               MOVE "Y" TO WS-HOLD-SWITCH
                               MOVE "EMBA" TO APR-HOLD-REASON
                       END-READ
                   WHEN "C"
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EMP-STATUS NOT = "T"
                                   PERFORM 2710-MESURER-ECART
                               END-IF
                       END-READ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2710-MESURER-ECART.
      *    Écart entre le nouveau salaire et le salaire actuel, en
      *    montant et en pourcentage du salaire actuel (une hausse
      *    comme une baisse est soumise au double contrôle).
           IF TRAN-SALARY > SALARY
               COMPUTE WS-DELTA-ABS = TRAN-SALARY - SALARY
           ELSE
               COMPUTE WS-DELTA-ABS = SALARY - TRAN-SALARY
           END-IF.
           IF SALARY > ZERO
               COMPUTE WS-DELTA-PERCENT ROUNDED =
                   WS-DELTA-ABS * 100 / SALARY
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DELTA-PERCENT
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-DELTA-PERCENT
           END-IF.
           IF WS-DELTA-ABS > WS-AMT-THRESHOLD
               OR WS-DELTA-PERCENT > WS-PCT-THRESHOLD
               MOVE "Y" TO WS-HOLD-SWITCH
               MOVE "SEUI" TO APR-HOLD-REASON
               MOVE SALARY TO APR-OLD-SALARY
           END-IF.

       2720-RECHERCHER-ATTENTE-EMPLOYE.
      *    Recherche d'un changement de l'employé courant encore en
      *    attente d'approbation ("E") ou mis en attente par cette
      *    exécution ("N").
           MOVE "N" TO WS-APR-FOUND-SWITCH.
           SET WS-APR-IDX TO 1.
           PERFORM 2730-EXAMINER-ATTENTE-EMPLOYE
               UNTIL WS-APR-FOUND-SWITCH = "Y"
               OR WS-APR-IDX > WS-APR-COUNT.

       2730-EXAMINER-ATTENTE-EMPLOYE.
           IF WS-APR-EMP-ID(WS-APR-IDX) = TRAN-EMP-ID
               AND (WS-APR-STATE(WS-APR-IDX) = "E"
                    OR WS-APR-STATE(WS-APR-IDX) = "N")
               MOVE "Y" TO WS-APR-FOUND-SWITCH
           ELSE
               SET WS-APR-IDX UP BY 1
           END-IF.

       2750-METTRE-EN-ATTENTE.
      *    Mise en attente d'approbation : la transaction est écrite
      *    telle quelle dans EMPAPROUT avec la date, le motif et le
      *    salaire actuel, et n'est appliquée qu'à son approbation.
           MOVE WS-RUN-DATE TO APR-HOLD-DATE.
           MOVE TRANSACTION-RECORD TO APR-TRANSACTION.
           MOVE WS-APPROVAL-RECORD TO APPROVAL-OUT-RECORD.
           WRITE APPROVAL-OUT-RECORD.
           IF WS-APR-COUNT < WS-APR-MAX
               ADD 1 TO WS-APR-COUNT
               MOVE TRAN-EMP-ID TO WS-APR-EMP-ID(WS-APR-COUNT)
               MOVE "N" TO WS-APR-STATE(WS-APR-COUNT)
               MOVE WS-APPROVAL-RECORD TO WS-APR-LINE(WS-APR-COUNT)
           ELSE
               DISPLAY "EMPMAINT : table des changements en attente "
                   "d'approbation saturée, contrôle des doublons "
                   "incomplet pour EMP-ID " TRAN-EMP-ID
               MOVE "Y" TO WS-APR-FULL-SWITCH
           END-IF.
           MOVE "EN ATTENTE" TO WS-ACTION-LABEL.
           PERFORM 7000-ECRIRE-CONFIRMATION.

       2800-TRAITER-APPROBATION.
      *    Transaction d'approbation : elle libère le changement de
      *    l'employé mis en attente par une exécution précédente ou
      *    plus haut dans le lot en cours, à condition d'être saisie
      *    par un autre opérateur que celui du changement. Le
      *    changement libéré est appliqué comme une transaction
      *    ordinaire, à sa date d'effet (ou à sa date de mise en
      *    attente s'il était d'application immédiate), avec
      *    l'approbateur sur la piste d'audit et le rapport.
      *    Un changement libéré dont l'application est rejetée (par
      *    exemple un employé sorti entre-temps) est abandonné.
           MOVE TRAN-OPERATOR-ID TO WS-APPROVER-ID.
           PERFORM 2810-RECHERCHER-ATTENTE.
           IF WS-APR-FOUND-SWITCH = "N"
               MOVE "Y" TO WS-REJECT-SWITCH
               MOVE "Aucun changement en attente d'approbation"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-HELD-OPERATOR-ID = WS-APPROVER-ID
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "Approbateur identique à l'opérateur"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "L" TO WS-APR-STATE(WS-APR-IDX)
                   MOVE APR-TRANSACTION TO TRANSACTION-RECORD
                   IF TRAN-EFFECTIVE-DATE IS NUMERIC
                       AND TRAN-EFFECTIVE-DATE > ZERO
                       MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       MOVE APR-HOLD-DATE TO WS-EFFECTIVE-DATE
                   END-IF
                   PERFORM 2650-CONTROLER-GRILLE
                   IF WS-REJECT-SWITCH = "N"
                       PERFORM 2900-APPLIQUER-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       2810-RECHERCHER-ATTENTE.
      *    Recherche du changement de l'employé en attente
      *    d'approbation, depuis une exécution précédente ("E") ou
      *    depuis cette exécution ("N") ; s'il est
      *    trouvé, sa ligne est recopiée dans WS-APPROVAL-RECORD et
      *    sa transaction dans WS-HELD-TRANSACTION.
           MOVE "N" TO WS-APR-FOUND-SWITCH.
           SET WS-APR-IDX TO 1.
           PERFORM 2820-EXAMINER-ATTENTE
               UNTIL WS-APR-FOUND-SWITCH = "Y"
               OR WS-APR-IDX > WS-APR-COUNT.
           IF WS-APR-FOUND-SWITCH = "Y"
               MOVE WS-APR-LINE(WS-APR-IDX) TO WS-APPROVAL-RECORD
               MOVE APR-TRANSACTION TO WS-HELD-TRANSACTION
           END-IF.

       2820-EXAMINER-ATTENTE.
           IF WS-APR-EMP-ID(WS-APR-IDX) = TRAN-EMP-ID
               AND (WS-APR-STATE(WS-APR-IDX) = "E"
                    OR WS-APR-STATE(WS-APR-IDX) = "N")
               MOVE "Y" TO WS-APR-FOUND-SWITCH
           ELSE
               SET WS-APR-IDX UP BY 1
           END-IF.

       2900-APPLIQUER-TRANSACTION.
           MOVE TRAN-EMP-ID TO EMP-ID.
           EVALUATE TRAN-CODE
               WHEN "A"
                   PERFORM 3000-TRAITER-AJOUT
               WHEN "C"
                   PERFORM 4000-TRAITER-MODIFICATION
               WHEN "D"
                   PERFORM 5000-TRAITER-SUPPRESSION
               WHEN OTHER
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "Code transaction inconnu"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       3000-TRAITER-AJOUT.
           READ EMPLOYEE-MASTER
               INVALID KEY
           MOVE TRAN-SALARY TO WS-AUDIT-SALARY-EDIT.
           MOVE WS-AUDIT-SALARY-EDIT TO AUD-NEW-VALUE.
           MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE.
           MOVE TRAN-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-APPROVER-ID TO AUD-APPROVER-ID.
           MOVE WS-OVERRIDE-REASON TO AUD-OVERRIDE-REASON.
           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "empaudit" USING WS-AUDIT-FUNCTION WS-AUDIT-RECORD.

           MOVE TRAN-SALARY TO WS-AUDIT-SALARY-EDIT.
           MOVE WS-AUDIT-SALARY-EDIT TO AUD-NEW-VALUE.
           MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE.
           MOVE TRAN-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-APPROVER-ID TO AUD-APPROVER-ID.
           MOVE WS-OVERRIDE-REASON TO AUD-OVERRIDE-REASON.
           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "empaudit" USING WS-AUDIT-FUNCTION WS-AUDIT-RECORD.

           MOVE JOB-TITLE TO AUD-OLD-VALUE.
           MOVE TRAN-JOB-TITLE TO AUD-NEW-VALUE.
           MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE.
           MOVE TRAN-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-APPROVER-ID TO AUD-APPROVER-ID.
           MOVE WS-OVERRIDE-REASON TO AUD-OVERRIDE-REASON.
           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "empaudit" USING WS-AUDIT-FUNCTION WS-AUDIT-RECORD.

       6000-ECRIRE-REJET.
           MOVE SPACE TO MAINT-REPORT-LINE.
           STRING "EMP-ID " TRAN-EMP-ID " REJETE : " WS-REJECT-REASON
               " par " TRAN-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       7000-ECRIRE-CONFIRMATION.
      *    L'opérateur de saisie figure sur chaque confirmation,
      *    l'approbateur sur celles des changements libérés par une
      *    approbation, le motif de dérogation sur celles des
      *    salaires ou des postes acceptés hors grille.
           MOVE SPACE TO MAINT-REPORT-LINE.
           IF WS-APPROVER-ID = SPACE
               STRING "EMP-ID " TRAN-EMP-ID " " WS-ACTION-LABEL
                   " saisi par " TRAN-OPERATOR-ID
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           ELSE
               STRING "EMP-ID " TRAN-EMP-ID " " WS-ACTION-LABEL
                   " saisi par " TRAN-OPERATOR-ID
                   " approuvé par " WS-APPROVER-ID
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-IF.
           IF WS-OVERRIDE-REASON NOT = SPACE
               MOVE WS-OVERRIDE-REASON TO MAINT-REPORT-LINE(76:4)
               MOVE "DEROG" TO MAINT-REPORT-LINE(70:5)
           END-IF.
           WRITE MAINT-REPORT-LINE.

       7500-JOURNALISER-MISE-A-JOUR.
      *        Fin d'exécution normale : le point de reprise est remis
      *        à zéro pour que la prochaine exécution reparte en début
      *        de fichier.
               PERFORM 9100-REECRIRE-ATTENTES-APPROBATION
               MOVE ZERO TO WS-PROCESSED-COUNT
               PERFORM 8000-ECRIRE-CHECKPOINT
               MOVE "CLOSE" TO WS-AUDIT-FUNCTION
               CLOSE EMPTRANS
               CLOSE EMPMAINT-RPT
               CLOSE EMPPNDOUT-FILE
               CLOSE EMPAPROUT-FILE
      *        Fin normale enregistrée au fichier de pilotage : le
      *        programme suivant du cycle peut démarrer.
               MOVE "END  " TO WS-RUNCTL-FUNCTION
           IF WS-MASTER-OPEN-SWITCH = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.

       9100-REECRIRE-ATTENTES-APPROBATION.
      *    EMPAPROUT est réécrit avec les seuls changements encore en
      *    attente : ceux relus d'EMPAPRIN ou mis en attente par
      *    cette exécution, et non libérés par une approbation.
      *    Table saturée, il n'est que complété des changements
      *    relus d'EMPAPRIN : un changement du lot déjà libéré peut
      *    alors y figurer encore et est signalé.
           IF WS-APR-FULL-SWITCH = "N"
               CLOSE EMPAPROUT-FILE
               OPEN OUTPUT EMPAPROUT-FILE
               IF WS-APPROVAL-OUT-STATUS NOT = "00"
                   DISPLAY "Erreur à la réécriture de EMPAPROUT : "
                       WS-APPROVAL-OUT-STATUS
               END-IF
           ELSE
               DISPLAY "EMPMAINT : table des changements en attente "
                   "saturée, EMPAPROUT à vérifier : un changement "
                   "approuvé dans le lot peut y figurer encore."
           END-IF.
           SET WS-APR-IDX TO 1.
           PERFORM 9110-REECRIRE-ATTENTE
               UNTIL WS-APR-IDX > WS-APR-COUNT.

       9110-REECRIRE-ATTENTE.
           IF WS-APR-STATE(WS-APR-IDX) = "E"
               OR (WS-APR-STATE(WS-APR-IDX) = "N"
                   AND WS-APR-FULL-SWITCH = "N")
               MOVE WS-APR-LINE(WS-APR-IDX) TO APPROVAL-OUT-RECORD
               WRITE APPROVAL-OUT-RECORD
           END-IF.
           SET WS-APR-IDX UP BY 1.
