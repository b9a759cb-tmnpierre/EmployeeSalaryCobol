      *    *************************************************************
      *    EMPVEDIT - CONTROLE DES ELEMENTS VARIABLES DE PAIE
      *    Ce programme contrôle le fichier des éléments variables de
      *    la période (fichier EMPELEM, voir EMPELMREC : primes,
      *    heures supplémentaires, commissions, indemnités
      *    exceptionnelles) AVANT le calcul de la paie, comme EMPEDIT
      *    contrôle EMPTRANS avant la maintenance : EMP-ID numérique,
      *    non nul et présent au fichier maître (un employé sorti
      *    n'est accepté que si les sortis sont payés, EMPINCTERM =
      *    "O"), code élément connu, montant saisi ou quantité x taux
      *    calculable, période égale à celle du cycle en cours, sens
      *    "+" ou "-", au plus 10 éléments acceptés par employé (le
      *    détail des éléments du bulletin, voir EMPNETREC). Les
      *    éléments acceptés sont recopiés, montant calculé, libellé
      *    par défaut et période renseignés, dans le fichier épuré
      *    EMPELCLN relu par le sous-programme EMPNET pour l'ajout
      *    au brut ; les rejets sont listés ligne à ligne, avec leur
      *    motif, sur le rapport EMPVEDRPT à renvoyer au service
      *    paie, suivi des totaux acceptés (gains et reprises) pour
      *    le rapprochement avec la saisie.
      *    EMPVEDIT s'insère dans le contrôle d'enchaînement du cycle
      *    (voir EMPRUNCTL) entre EMPMAINT, dont il relit le maître à
      *    jour des embauches de la période, et EMPPAY. Un mois sans
      *    élément variable (EMPELEM absent) produit un fichier épuré
      *    vide et libère EMPPAY normalement.
      *    Les rappels de salaire calculés par EMPRETRO sur les
      *    périodes déjà payées (fichier EMPRETEL, code "RAPL") sont
      *    contrôlés à la suite des éléments saisis, avec les mêmes
      *    règles, et recopiés dans le même fichier épuré ; leurs
      *    rejets sont repérés "Rappel" sur le rapport. EMPVEDIT
      *    suit donc EMPRETRO, qui suit lui-même EMPMAINT. EMPRETRO
      *    tenant déjà pour régularisées les périodes d'un rappel,
      *    un rappel rejeté ne serait jamais payé : tout rejet d'un
      *    rappel arrête donc la chaîne (code retour 16), à
      *    reprendre depuis EMPRETRO une fois la cause corrigée.
      *    L'indemnité compensatrice de congés payés des employés
      *    sortis, calculée par EMPLEAVE au solde de tout compte
      *    (fichier EMPLVEEL, code "ICCP"), est contrôlée de même
      *    après les rappels ; ses rejets sont repérés "Congés".
      *    EMPLEAVE s'intercale ainsi entre EMPRETRO et EMPVEDIT.
      *    Les reliquats de reprise que la paie précédente n'a pu
      *    imputer (fichier EMPREPEL écrit par EMPPAY, code "RELQ")
      *    sont contrôlés en dernier ; leurs rejets, repérés
      *    "Reliquat", sont à régulariser hors paie par le service
      *    paie (employé sorti depuis, par exemple).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empvedit.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des éléments variables saisis, à contrôler.
           SELECT EMPELEM-FILE ASSIGN TO "EMPELEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-STATUS.

      *    Fichier des rappels de salaire produits par EMPRETRO.
           SELECT EMPRETEL-FILE ASSIGN TO "EMPRETEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

      *    Fichier des indemnités de congés produites par EMPLEAVE.
           SELECT EMPLVEEL-FILE ASSIGN TO "EMPLVEEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

      *    Fichier des reliquats de reprise reportés par EMPPAY.
           SELECT EMPREPEL-FILE ASSIGN TO "EMPREPEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

      *    Fichier des éléments acceptés, destiné à EMPNET.
           SELECT EMPELCLN-FILE ASSIGN TO "EMPELCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.

      *    Rapport des éléments rejetés, à renvoyer au service paie.
           SELECT EMPVEDIT-RPT ASSIGN TO "EMPVEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    Fichier maître des employés, indexé sur EMP-ID, lu en
      *    accès direct pour le contrôle d'existence.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPELEM-FILE.

      *    Élément variable saisi (mêmes positions que EMPELMREC),
      *    lu dans WS-ELEMENT-RECORD.
       01 INPUT-ELEMENT-RECORD PIC X(60).

       FD  EMPRETEL-FILE.

      *    Rappel de salaire (mêmes positions que EMPELMREC), lu dans
      *    WS-ELEMENT-RECORD pour un contrôle identique.
       01 RETRO-ELEMENT-RECORD PIC X(60).

       FD  EMPLVEEL-FILE.

      *    Indemnité de congés (mêmes positions que EMPELMREC), lue
      *    dans WS-ELEMENT-RECORD pour un contrôle identique.
       01 LEAVE-ELEMENT-RECORD PIC X(60).

       FD  EMPREPEL-FILE.

      *    Reliquat de reprise (mêmes positions que EMPELMREC), lu
      *    dans WS-ELEMENT-RECORD pour un contrôle identique.
       01 CARRY-ELEMENT-RECORD PIC X(60).

       FD  EMPELCLN-FILE.

      *    Élément accepté, complété (mêmes positions que EMPELMREC).
       01 CLEAN-RECORD PIC X(60).

       FD  EMPVEDIT-RPT.

      *    Une ligne du rapport des rejets.
       01 VEDIT-REPORT-LINE PIC X(100).

       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       WORKING-STORAGE SECTION.

      *    Élément en cours de contrôle, quelle que soit son origine
      *    (structure partagée, voir EMPELMREC) : il est complété ici
      *    puis recopié dans le fichier épuré.
       01 WS-ELEMENT-RECORD.
           COPY EMPELMREC.

      *    Statuts des fichiers après chaque opération.
       01 WS-ELEM-STATUS PIC X(2) VALUE "00".
       01 WS-CLEAN-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RETRO-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-CARRY-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".

      *    Indicateurs d'ouverture, pour une fermeture sans risque.
       01 WS-ELEM-OPEN-SWITCH PIC X VALUE "N".
       01 WS-OUTPUT-OPEN-SWITCH PIC X VALUE "N".
       01 WS-RETRO-OPEN-SWITCH PIC X VALUE "N".
       01 WS-LEAVE-OPEN-SWITCH PIC X VALUE "N".
       01 WS-CARRY-OPEN-SWITCH PIC X VALUE "N".

      *    Nombre de rappels de salaire rejetés : un seul arrête la
      *    chaîne.
       01 WS-RETRO-REJECT-COUNT PIC 9(6) VALUE ZERO.

      *    Origine des éléments en cours de contrôle : "S" éléments
      *    saisis (EMPELEM), "R" rappels de salaire (EMPRETEL), "C"
      *    indemnités de congés (EMPLVEEL), "P" reliquats de reprise
      *    (EMPREPEL).
       01 WS-SOURCE-SWITCH PIC X VALUE "S".

      *    Indicateur que l'élément courant est valide, et motif de
      *    rejet sinon (mêmes conventions que EMPEDIT).
       01 WS-VALID-SWITCH PIC X VALUE "Y".
       01 WS-REJECT-REASON PIC X(40) VALUE SPACE.

      *    Numéro de ligne de l'élément courant dans EMPELEM ou
      *    EMPRETEL, rappelé sur chaque rejet.
       01 WS-LINE-NUMBER PIC 9(6) VALUE ZERO.

      *    Nombre d'éléments acceptés par employé, toutes origines
      *    confondues : au-delà de la limite, un élément ne pourrait
      *    figurer au détail du bulletin (voir EMPNETREC).
       01 WS-EMP-ELEM-MAX PIC 9(2) VALUE 10.
       01 WS-EMP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EMP-MAX PIC 9(4) VALUE 5000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EMP-IDX.
               10 WS-EMP-EMP-ID PIC 9(8).
               10 WS-EMP-ELEM-COUNT PIC 9(2).

      *    Indicateur que l'employé de l'élément courant a été trouvé
      *    dans la table des éléments acceptés.
       01 WS-EMP-FOUND-SWITCH PIC X VALUE "N".

      *    Compteurs du lot.
       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.

      *    Totaux des éléments acceptés, gains et reprises, pour le
      *    rapprochement avec la saisie.
       01 WS-GAIN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-RECOVERY-TOTAL PIC 9(9)V99 VALUE ZERO.

      *    Prise en compte des employés sortis : "O" (variable
      *    d'environnement EMPINCTERM) les paie, donc accepte leurs
      *    éléments variables ; sinon ils sont rejetés.
       01 WS-INCLUDE-TERM-SWITCH PIC X VALUE "N".

      *    Découpage de la période de l'élément pour le contrôle de
      *    vraisemblance.
       01 WS-ELEM-PERIOD-PARTS.
           05 WS-ELEM-YEAR PIC 9(4).
           05 WS-ELEM-MONTH PIC 9(2).

      *    Zones d'édition des totaux.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC ZZZZZZZZ9.99.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
       01 WS-RUNCTL-RECORD.
           COPY EMPRUNREC.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           IF WS-OUTPUT-OPEN-SWITCH = "Y"
               PERFORM 5000-OUVRIR-RAPPELS
               PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y"
               PERFORM 5100-OUVRIR-CONGES
               PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y"
               PERFORM 5200-OUVRIR-RELIQUATS
               PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y"
           END-IF.
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-CONTROLER-ENCHAINEMENT.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1200-OUVRIR-FICHIERS
           END-IF.

       1100-CONTROLER-ENCHAINEMENT.
      *    Contrôle d'enchaînement du cycle de paie (voir EMPRUNCTL) :
      *    les éléments se contrôlent sur le maître mis à jour par
      *    EMPMAINT pour la période, avec les rappels calculés
      *    ensuite par EMPRETRO et les indemnités de congés par
      *    EMPLEAVE, et ne se recontrôlent pas deux fois
      *    (réexécution délibérée : EMPRERUN = "O"). La période
      *    restituée par EMPRUNCTL est celle des éléments acceptés.
           MOVE "EMPVEDIT" TO RUN-PROGRAM.
           MOVE "EMPLEAVE" TO RUN-PREDECESSOR.
           MOVE "START" TO WS-RUNCTL-FUNCTION.
           CALL "emprunctl" USING WS-RUNCTL-FUNCTION WS-RUNCTL-RECORD.
           IF RUN-REPLY NOT = "Y"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1200-OUVRIR-FICHIERS.
           ACCEPT WS-INCLUDE-TERM-SWITCH FROM ENVIRONMENT "EMPINCTERM"
               ON EXCEPTION
                   MOVE "N" TO WS-INCLUDE-TERM-SWITCH
           END-ACCEPT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               OPEN INPUT EMPELEM-FILE
               EVALUATE WS-ELEM-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-ELEM-OPEN-SWITCH
                       PERFORM 1300-OUVRIR-SORTIES
                       IF WS-OUTPUT-OPEN-SWITCH = "Y"
                           PERFORM 2100-LIRE-ELEMENT
                       ELSE
                           CLOSE EMPELEM-FILE
                       END-IF
                   WHEN "35"
      *                Aucun élément variable pour la période : le
      *                fichier épuré est produit vide.
                       DISPLAY "EMPVEDIT : aucun fichier EMPELEM, "
                           "aucun élément variable pour la période "
                           RUN-PERIOD "."
                       PERFORM 1300-OUVRIR-SORTIES
                       MOVE "Y" TO WS-EOF-SWITCH
                   WHEN OTHER
                       DISPLAY "Erreur à l'ouverture de EMPELEM : "
                           WS-ELEM-STATUS
                       MOVE 16 TO RETURN-CODE
                       MOVE "Y" TO WS-EOF-SWITCH
               END-EVALUATE
               IF WS-OUTPUT-OPEN-SWITCH = "N"
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.

       1300-OUVRIR-SORTIES.
      *    Sans fichier épuré ou sans rapport, le contrôle ne peut
      *    avoir lieu : la fin normale n'est pas enregistrée, et la
      *    paie ne démarre pas sur un fichier épuré d'un autre cycle.
           OPEN OUTPUT EMPELCLN-FILE.
           IF WS-CLEAN-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPELCLN : "
                   WS-CLEAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT EMPVEDIT-RPT
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPVEDRPT : "
                       WS-REPORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
                   CLOSE EMPELCLN-FILE
               ELSE
                   MOVE "Y" TO WS-OUTPUT-OPEN-SWITCH
               END-IF
           END-IF.

       2000-TRAITEMENT.
           ADD 1 TO WS-LINE-NUMBER.
           PERFORM 3000-VALIDER-ELEMENT.
           IF WS-VALID-SWITCH = "Y"
               MOVE SPACE TO CLEAN-RECORD
               MOVE WS-ELEMENT-RECORD TO CLEAN-RECORD
               WRITE CLEAN-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
               IF ELEM-SIGN = "-"
                   ADD ELEM-AMOUNT TO WS-RECOVERY-TOTAL
               ELSE
                   ADD ELEM-AMOUNT TO WS-GAIN-TOTAL
               END-IF
           ELSE
               PERFORM 4000-ECRIRE-REJET
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-SOURCE-SWITCH = "R"
                   ADD 1 TO WS-RETRO-REJECT-COUNT
               END-IF
           END-IF.
           PERFORM 2100-LIRE-ELEMENT.

       2100-LIRE-ELEMENT.
           EVALUATE WS-SOURCE-SWITCH
               WHEN "R"
                   READ EMPRETEL-FILE INTO WS-ELEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN "C"
                   READ EMPLVEEL-FILE INTO WS-ELEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN "P"
                   READ EMPREPEL-FILE INTO WS-ELEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               WHEN OTHER
                   READ EMPELEM-FILE INTO WS-ELEMENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       3000-VALIDER-ELEMENT.
           MOVE "Y" TO WS-VALID-SWITCH.
           MOVE SPACE TO WS-REJECT-REASON.

           IF ELEM-EMP-ID IS NOT NUMERIC OR ELEM-EMP-ID = ZERO
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "EMP-ID invalide" TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3100-CONTROLER-EMPLOYE
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3200-CONTROLER-CODE
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3300-CONTROLER-MONTANT
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3400-CONTROLER-PERIODE
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               IF ELEM-SIGN NOT = SPACE AND ELEM-SIGN NOT = "+"
                   AND ELEM-SIGN NOT = "-"
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Sens invalide (+ ou - attendu)"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-VALID-SWITCH = "Y"
               PERFORM 3500-CONTROLER-NOMBRE
           END-IF.

       3100-CONTROLER-EMPLOYE.
      *    L'employé doit exister au fichier maître ; un employé
      *    sorti n'est payé, et ses éléments acceptés, que sur
      *    demande explicite (EMPINCTERM = "O", solde de tout
      *    compte).
           MOVE ELEM-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Employé inconnu au fichier maître"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-VALID-SWITCH = "Y"
               AND EMP-STATUS = "T"
               AND WS-INCLUDE-TERM-SWITCH NOT = "O"
               MOVE "N" TO WS-VALID-SWITCH
               MOVE "Employé sorti, non payé" TO WS-REJECT-REASON
           END-IF.

       3200-CONTROLER-CODE.
      *    Codes élément connus ; un libellé à blanc est remplacé
      *    par le libellé du code pour le bulletin.
           EVALUATE ELEM-CODE
               WHEN "PRIM"
                   IF ELEM-LABEL = SPACE
                       MOVE "Prime" TO ELEM-LABEL
                   END-IF
               WHEN "HSUP"
                   IF ELEM-LABEL = SPACE
                       MOVE "Heures supplément." TO ELEM-LABEL
                   END-IF
               WHEN "COMM"
                   IF ELEM-LABEL = SPACE
                       MOVE "Commission" TO ELEM-LABEL
                   END-IF
               WHEN "INDM"
                   IF ELEM-LABEL = SPACE
                       MOVE "Indemnité except." TO ELEM-LABEL
                   END-IF
               WHEN "RAPL"
                   IF ELEM-LABEL = SPACE
                       MOVE "Rappel de salaire" TO ELEM-LABEL
                   END-IF
               WHEN "ICCP"
                   IF ELEM-LABEL = SPACE
                       MOVE "Indemnité congés" TO ELEM-LABEL
                   END-IF
               WHEN "RELQ"
                   IF ELEM-LABEL = SPACE
                       MOVE "Reliquat de reprise" TO ELEM-LABEL
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Code élément inconnu" TO WS-REJECT-REASON
           END-EVALUATE.

       3300-CONTROLER-MONTANT.
      *    Un montant saisi prime ; à défaut, le montant est calculé
      *    en quantité x taux (heures supplémentaires). Le montant
      *    calculé est porté sur l'élément accepté.
           IF ELEM-QUANTITY IS NOT NUMERIC
               MOVE ZERO TO ELEM-QUANTITY
           END-IF.
           IF ELEM-RATE IS NOT NUMERIC
               MOVE ZERO TO ELEM-RATE
           END-IF.
           IF ELEM-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO ELEM-AMOUNT
           END-IF.
           IF ELEM-AMOUNT = ZERO
               IF ELEM-QUANTITY > ZERO AND ELEM-RATE > ZERO
                   COMPUTE ELEM-AMOUNT ROUNDED =
                       ELEM-QUANTITY * ELEM-RATE
                       ON SIZE ERROR
                           MOVE "N" TO WS-VALID-SWITCH
                           MOVE "Montant hors capacité"
                               TO WS-REJECT-REASON
                   END-COMPUTE
               ELSE
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Montant ou quantité x taux absent"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       3400-CONTROLER-PERIODE.
      *    Une période à zéro ou à blanc vaut période du cycle en
      *    cours ; sinon elle doit être vraisemblable et égale à la
      *    période du cycle, EMPNET ignorant tout élément d'une autre
      *    période.
           IF ELEM-PERIOD = ZERO OR ELEM-PERIOD = SPACE
               MOVE RUN-PERIOD TO ELEM-PERIOD
           ELSE
               IF ELEM-PERIOD IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Période invalide" TO WS-REJECT-REASON
               ELSE
                   MOVE ELEM-PERIOD TO WS-ELEM-PERIOD-PARTS
                   IF WS-ELEM-MONTH < 1 OR WS-ELEM-MONTH > 12
                       OR WS-ELEM-YEAR < 1900
                       MOVE "N" TO WS-VALID-SWITCH
                       MOVE "Période invalide" TO WS-REJECT-REASON
                   ELSE
                       IF ELEM-PERIOD NOT = RUN-PERIOD
                           MOVE "N" TO WS-VALID-SWITCH
                           MOVE "Période hors cycle en cours"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3500-CONTROLER-NOMBRE.
      *    Dernier contrôle, l'élément étant valide par ailleurs : il
      *    est compté pour son employé, sauf si la limite est déjà
      *    atteinte. Les éléments saisis passant avant les rappels,
      *    indemnités et reliquats, un rappel au-delà de la limite
      *    arrête la chaîne comme tout rappel rejeté.
           MOVE "N" TO WS-EMP-FOUND-SWITCH.
           SET WS-EMP-IDX TO 1.
           PERFORM 3510-EXAMINER-EMPLOYE
               UNTIL WS-EMP-FOUND-SWITCH = "Y"
               OR WS-EMP-IDX > WS-EMP-COUNT.
           IF WS-EMP-FOUND-SWITCH = "Y"
               IF WS-EMP-ELEM-COUNT(WS-EMP-IDX) NOT < WS-EMP-ELEM-MAX
                   MOVE "N" TO WS-VALID-SWITCH
                   MOVE "Plus de 10 éléments pour l'employé"
                       TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-EMP-ELEM-COUNT(WS-EMP-IDX)
               END-IF
           ELSE
               IF WS-EMP-COUNT < WS-EMP-MAX
                   ADD 1 TO WS-EMP-COUNT
                   MOVE ELEM-EMP-ID TO WS-EMP-EMP-ID(WS-EMP-COUNT)
                   MOVE 1 TO WS-EMP-ELEM-COUNT(WS-EMP-COUNT)
               ELSE
                   DISPLAY "EMPVEDIT : table des employés saturée, "
                       "limite du nombre d'éléments non contrôlée "
                       "pour EMP-ID " ELEM-EMP-ID
               END-IF
           END-IF.

       3510-EXAMINER-EMPLOYE.
           IF WS-EMP-EMP-ID(WS-EMP-IDX) = ELEM-EMP-ID
               MOVE "Y" TO WS-EMP-FOUND-SWITCH
           ELSE
               SET WS-EMP-IDX UP BY 1
           END-IF.

       4000-ECRIRE-REJET.
           MOVE SPACE TO VEDIT-REPORT-LINE.
           EVALUATE WS-SOURCE-SWITCH
               WHEN "R"
                   STRING "Rappel ligne " WS-LINE-NUMBER " EMP-ID "
                       ELEM-EMP-ID " " ELEM-CODE " REJETE : "
                       WS-REJECT-REASON
                       DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
               WHEN "C"
                   STRING "Congés ligne " WS-LINE-NUMBER " EMP-ID "
                       ELEM-EMP-ID " " ELEM-CODE " REJETE : "
                       WS-REJECT-REASON
                       DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
               WHEN "P"
                   STRING "Reliquat ligne " WS-LINE-NUMBER " EMP-ID "
                       ELEM-EMP-ID " " ELEM-CODE " REJETE : "
                       WS-REJECT-REASON " - à régulariser hors paie"
                       DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
               WHEN OTHER
                   STRING "Ligne " WS-LINE-NUMBER " EMP-ID "
                       ELEM-EMP-ID " " ELEM-CODE " REJETE : "
                       WS-REJECT-REASON
                       DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
           END-EVALUATE.
           WRITE VEDIT-REPORT-LINE.

       5000-OUVRIR-RAPPELS.
      *    Les rappels de salaire suivent les éléments saisis. Un
      *    mois sans rappel (EMPRETEL absent) est normal.
           MOVE "R" TO WS-SOURCE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LINE-NUMBER.
           OPEN INPUT EMPRETEL-FILE.
           EVALUATE WS-RETRO-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-RETRO-OPEN-SWITCH
                   PERFORM 2100-LIRE-ELEMENT
               WHEN "35"
                   MOVE "Y" TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPRETEL : "
                       WS-RETRO-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
           END-EVALUATE.

       5100-OUVRIR-CONGES.
      *    Les indemnités de congés des sortis suivent les rappels.
      *    Un mois sans solde de tout compte (EMPLVEEL absent ou
      *    vide) est normal.
           MOVE "C" TO WS-SOURCE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LINE-NUMBER.
           OPEN INPUT EMPLVEEL-FILE.
           EVALUATE WS-LEAVE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-LEAVE-OPEN-SWITCH
                   PERFORM 2100-LIRE-ELEMENT
               WHEN "35"
                   MOVE "Y" TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPLVEEL : "
                       WS-LEAVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
           END-EVALUATE.

       5200-OUVRIR-RELIQUATS.
      *    Les reliquats de reprise de la paie précédente viennent en
      *    dernier. Un mois sans reliquat (EMPREPEL absent ou vide)
      *    est normal.
           MOVE "P" TO WS-SOURCE-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-LINE-NUMBER.
           OPEN INPUT EMPREPEL-FILE.
           EVALUATE WS-CARRY-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CARRY-OPEN-SWITCH
                   PERFORM 2100-LIRE-ELEMENT
               WHEN "35"
                   MOVE "Y" TO WS-EOF-SWITCH
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPREPEL : "
                       WS-CARRY-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
           END-EVALUATE.

       9000-FINALISATION.
           IF WS-RETRO-REJECT-COUNT > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-OUTPUT-OPEN-SWITCH = "Y"
               MOVE SPACE TO VEDIT-REPORT-LINE
               WRITE VEDIT-REPORT-LINE
               MOVE SPACE TO VEDIT-REPORT-LINE
               STRING "Eléments acceptés : " WS-ACCEPTED-COUNT
                   ", rejetés : " WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
               WRITE VEDIT-REPORT-LINE
               MOVE WS-GAIN-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT-2
               MOVE SPACE TO VEDIT-REPORT-LINE
               STRING "Total des gains : " WS-TOTAL-EDIT
                   ", des reprises : " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
               WRITE VEDIT-REPORT-LINE
               IF WS-RETRO-REJECT-COUNT > ZERO
                   MOVE SPACE TO VEDIT-REPORT-LINE
                   STRING "*** " WS-RETRO-REJECT-COUNT
                       " RAPPEL(S) REJETE(S) : PAIE BLOQUEE, CORRIGER "
                       "PUIS RELANCER DEPUIS EMPRETRO ***"
                       DELIMITED BY SIZE INTO VEDIT-REPORT-LINE
                   WRITE VEDIT-REPORT-LINE
               END-IF
               IF WS-ELEM-OPEN-SWITCH = "Y"
                   CLOSE EMPELEM-FILE
               END-IF
               IF WS-RETRO-OPEN-SWITCH = "Y"
                   CLOSE EMPRETEL-FILE
               END-IF
               IF WS-LEAVE-OPEN-SWITCH = "Y"
                   CLOSE EMPLVEEL-FILE
               END-IF
               IF WS-CARRY-OPEN-SWITCH = "Y"
                   CLOSE EMPREPEL-FILE
               END-IF
               CLOSE EMPELCLN-FILE
               CLOSE EMPVEDIT-RPT
               CLOSE EMPLOYEE-MASTER
      *        Fin normale enregistrée au fichier de pilotage : la
      *        paie de la période peut démarrer. Des rappels, des
      *        indemnités de congés ou des reliquats illisibles la
      *        bloquent, faute de quoi ils seraient perdus, de même
      *        qu'un rappel rejeté.
               IF RETURN-CODE NOT = 16
                   MOVE "END  " TO WS-RUNCTL-FUNCTION
                   CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                       WS-RUNCTL-RECORD
               END-IF
           END-IF.
