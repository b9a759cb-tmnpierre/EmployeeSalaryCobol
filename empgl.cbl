      *    *************************************************************
      *    EMPGL - JOURNAL COMPTABLE DE LA PAIE
      *    Ce programme de fin de cycle lit les lignes de la période au
      *    registre de paie (EMPPREG, voir EMPPREGREC) et produit le
      *    fichier d'écritures en partie double à importer dans le
      *    grand livre (EMPGLJRN). Chaque nature de montant est
      *    imputée au compte que lui attribue le fichier de référence
      *    EMPGLMAP (voir EMPGLMREC) : charge de salaires bruts au
      *    débit ; cotisations salariales, impôt retenu, chaque
      *    retenue récurrente par code (EMPDEDUC) et net à payer au
      *    crédit ; charge de cotisations patronales au débit et
      *    cotisations patronales à payer au crédit. Les écritures
      *    sont cumulées par compte et par centre de coût (code
      *    département EMP-DEPT-CODE de l'employé au fichier maître,
      *    "????" pour un employé absent du maître).
      *    Le fichier n'est libéré que si le journal est complet et
      *    équilibré : toute nature de montant sans compte, un total
      *    des débits différent du total des crédits, ou un net à
      *    payer par virement différent du total de l'enregistrement
      *    de fin de la remise EMPSEPA (produite par EMPBANK) fait
      *    refuser le journal. Le fichier EMPGLJRN est alors laissé
      *    vide, les motifs sont édités au compte rendu (EMPGLRPT) et
      *    le programme se termine en code retour 16 sans marquer la
      *    période terminée, pour être relancé après correction. Les
      *    employés sans IBAN, payés hors remise, sont exclus de la
      *    comparaison et signalés au compte rendu.
      *    Le programme se place dans l'enchaînement du cycle (voir
      *    EMPRUNCTL) après EMPBANK : le journal d'une période ne peut
      *    pas être produit deux fois (réexécution délibérée :
      *    EMPRERUN = "O").
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empgl.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Registre de paie, une ligne par employé et par période,
      *    indexé sur la période et l'employé.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Fichier maître des employés, indexé sur EMP-ID, lu en
      *    accès direct pour le centre de coût et l'IBAN.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Fichier de référence des comptes comptables de la paie.
           SELECT EMPGLMAP-FILE ASSIGN TO "EMPGLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *    Fichier de virements remis à la banque par EMPBANK.
           SELECT EMPSEPA-FILE ASSIGN TO "EMPSEPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPA-STATUS.

      *    Journal des écritures de paie, destiné au grand livre.
           SELECT EMPGLJRN-FILE ASSIGN TO "EMPGLJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Compte rendu du journal, libéré ou refusé.
           SELECT EMPGL-RPT ASSIGN TO "EMPGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPREG-FILE.

      *    Une ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPGLMAP-FILE.

      *    Une ligne du référentiel des comptes (structure partagée,
      *    voir EMPGLMREC).
       01 ACCOUNT-MAP-RECORD.
           COPY EMPGLMREC.

       FD  EMPSEPA-FILE.

      *    Un enregistrement du fichier de virements ; le code en
      *    positions 1-2 distingue l'en-tête ("01"), le détail ("02")
      *    et la fin ("03").
       01 SEPA-RECORD PIC X(100).

       FD  EMPGLJRN-FILE.

      *    Un enregistrement du journal ; le code en positions 1-2
      *    distingue l'en-tête ("01"), l'écriture ("02") et la fin
      *    ("03").
       01 JOURNAL-RECORD PIC X(100).

       FD  EMPGL-RPT.

      *    Une ligne du compte rendu.
       01 GL-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-MAP-STATUS PIC X(2) VALUE "00".
       01 WS-SEPA-STATUS PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-MAP-EOF-SWITCH PIC X VALUE "N".
       01 WS-SEPA-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que le registre et le maître ont été ouverts
      *    avec succès (le compte rendu est alors édité).
       01 WS-FILES-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur de refus du journal : "Y" dès qu'un contrôle
      *    échoue, le fichier EMPGLJRN est alors laissé vide.
       01 WS-REFUSED-SWITCH PIC X VALUE "N".

      *    Date de création du journal, au format AAAAMMJJ.
       01 WS-CREATE-DATE PIC 9(8) VALUE ZERO.

      *    Période comptabilisée (AAAAMM, celle du cycle) et date
      *    des écritures (date de période des lignes du registre).
       01 WS-PREG-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-DATE PIC 9(8) VALUE ZERO.

      *    Référentiel des comptes chargé en table.
       01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAP-MAX PIC 9(3) VALUE 200.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
               10 WS-MAP-TYPE PIC X(4).
               10 WS-MAP-DEDUC-CODE PIC X(4).
               10 WS-MAP-ACCOUNT PIC X(10).
               10 WS-MAP-LABEL PIC X(30).

      *    Écritures cumulées par compte, centre de coût et sens.
       01 WS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ENTRY-MAX PIC 9(4) VALUE 2000.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ENTRY-IDX.
               10 WS-ENTRY-ACCOUNT PIC X(10).
               10 WS-ENTRY-COST-CENTER PIC X(4).
               10 WS-ENTRY-SIDE PIC X(1).
               10 WS-ENTRY-AMOUNT PIC 9(9)V99.
               10 WS-ENTRY-LABEL PIC X(30).

      *    Montant à imputer : nature, code de retenue, sens ("D"
      *    débit, "C" crédit) et montant, puis compte et libellé
      *    trouvés au référentiel.
       01 WS-POST-TYPE PIC X(4) VALUE SPACE.
       01 WS-POST-DEDUC-CODE PIC X(4) VALUE SPACE.
       01 WS-POST-SIDE PIC X(1) VALUE SPACE.
       01 WS-POST-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-POST-ACCOUNT PIC X(10) VALUE SPACE.
       01 WS-POST-LABEL PIC X(30) VALUE SPACE.

      *    Indicateur de saturation de la table des écritures.
       01 WS-ENTRY-OVERFLOW-SWITCH PIC X VALUE "N".

      *    Indicateurs de recherche dans les tables.
       01 WS-MAP-FOUND-SWITCH PIC X VALUE "N".
       01 WS-ENTRY-FOUND-SWITCH PIC X VALUE "N".

      *    Centre de coût de l'employé de la ligne courante et
      *    indicateur de paiement par virement (IBAN renseigné).
       01 WS-COST-CENTER PIC X(4) VALUE SPACE.
       01 WS-TRANSFER-SWITCH PIC X VALUE "N".

      *    Détail des retenues de la ligne courante : indice et
      *    total détaillé, le reliquat étant imputé sans code.
       01 WS-DED-IDX PIC 9(2) VALUE ZERO.
       01 WS-DED-DETAIL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DED-DETAIL-TOTAL PIC 9(7)V99 VALUE ZERO.

      *    Totaux du journal et de la période.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.

      *    Net à payer de la période : par virement (à comparer à la
      *    remise EMPSEPA) et hors remise (employés sans IBAN).
       01 WS-TRANSFER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRANSFER-NET PIC 9(11)V99 VALUE ZERO.
       01 WS-MANUAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MANUAL-NET PIC 9(11)V99 VALUE ZERO.

      *    Enregistrement de fin de la remise EMPSEPA (mêmes
      *    positions que dans EMPBANK) et indicateur de sa lecture.
       01 WS-SEPA-TRAILER-FOUND-SWITCH PIC X VALUE "N".
       01 WS-SEPA-TRAILER.
           05 WS-TRL-CODE PIC X(2).
           05 WS-TRL-COUNT PIC 9(6).
           05 WS-TRL-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(79).

      *    Enregistrement d'en-tête du journal.
       01 WS-JOURNAL-HEADER.
           05 WS-JHD-CODE PIC X(2) VALUE "01".
           05 WS-JHD-PERIOD PIC 9(6).
           05 WS-JHD-CREATE-DATE PIC 9(8).
           05 WS-JHD-COMPANY PIC X(35).

      *    Enregistrement d'écriture : une ligne par compte, centre
      *    de coût et sens.
       01 WS-JOURNAL-DETAIL.
           05 WS-JDT-CODE PIC X(2) VALUE "02".
           05 WS-JDT-ENTRY-DATE PIC 9(8).
           05 WS-JDT-ACCOUNT PIC X(10).
           05 WS-JDT-COST-CENTER PIC X(4).
           05 WS-JDT-SIDE PIC X(1).
           05 WS-JDT-AMOUNT PIC 9(9)V99.
           05 WS-JDT-LABEL PIC X(30).

      *    Enregistrement de fin : totaux de contrôle du journal.
       01 WS-JOURNAL-TRAILER.
           05 WS-JTR-CODE PIC X(2) VALUE "03".
           05 WS-JTR-COUNT PIC 9(6).
           05 WS-JTR-DEBIT PIC 9(11)V99.
           05 WS-JTR-CREDIT PIC 9(11)V99.

      *    Société portée dans l'en-tête du journal (même raison
      *    sociale que le donneur d'ordre de la remise EMPSEPA).
       01 WS-COMPANY-NAME PIC X(35) VALUE
           "SOCIETE EXEMPLE SARL".

      *    Zones d'édition du compte rendu.
       01 WS-AMOUNT-EDIT PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC ZZZZZZZZZZ9.99.

      *    Paramètres de l'appel au sous-programme EMPRUNCTL
      *    (contrôle d'enchaînement du cycle de paie).
       01 WS-RUNCTL-FUNCTION PIC X(5).
       01 WS-RUNCTL-RECORD.
           COPY EMPRUNREC.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-CONTROLER-ENCHAINEMENT.
           IF WS-EOF-SWITCH = "N"
               PERFORM 1010-PREPARER-EXECUTION
           END-IF.

       1100-CONTROLER-ENCHAINEMENT.
      *    Contrôle d'enchaînement du cycle de paie (voir EMPRUNCTL) :
      *    le journal ne se produit qu'après la remise des virements
      *    (EMPBANK) de la période, et une seule fois — une double
      *    production serait une double comptabilisation
      *    (réexécution délibérée : EMPRERUN = "O").
           MOVE "EMPGL" TO RUN-PROGRAM.
           MOVE "EMPBANK" TO RUN-PREDECESSOR.
           MOVE "START" TO WS-RUNCTL-FUNCTION.
           CALL "emprunctl" USING WS-RUNCTL-FUNCTION WS-RUNCTL-RECORD.
           IF RUN-REPLY NOT = "Y"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1010-PREPARER-EXECUTION.
           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EMPGL-RPT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "JOURNAL COMPTABLE DE LA PAIE - PERIODE "
               RUN-PERIOD " - EDITE LE " WS-CREATE-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           PERFORM 1200-CHARGER-COMPTES.
           PERFORM 1300-LIRE-FIN-REMISE.

           OPEN INPUT EMPPREG-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPPREG : "
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
               CLOSE EMPGL-RPT
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-EOF-SWITCH
                   CLOSE EMPPREG-FILE
                   CLOSE EMPGL-RPT
               ELSE
                   MOVE "Y" TO WS-FILES-OPEN-SWITCH
                   PERFORM 1400-POSITIONNER-REGISTRE
                   PERFORM 2100-LIRE-LIGNE-REGISTRE
               END-IF
           END-IF.

       1200-CHARGER-COMPTES.
      *    Chargement du référentiel des comptes. Sans référentiel,
      *    aucun montant ne peut être imputé : le journal sera
      *    refusé au contrôle des natures sans compte.
           OPEN INPUT EMPGLMAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "EMPGL : fichier EMPGLMAP illisible (statut "
                   WS-MAP-STATUS "), aucun compte disponible."
           ELSE
               PERFORM 1210-LIRE-COMPTE
               PERFORM 1220-RANGER-COMPTE
                   UNTIL WS-MAP-EOF-SWITCH = "Y"
               CLOSE EMPGLMAP-FILE
           END-IF.

       1210-LIRE-COMPTE.
           READ EMPGLMAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF-SWITCH
           END-READ.

       1220-RANGER-COMPTE.
           IF WS-MAP-COUNT < WS-MAP-MAX
               ADD 1 TO WS-MAP-COUNT
               MOVE GLMAP-AMOUNT-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE GLMAP-DEDUC-CODE
                   TO WS-MAP-DEDUC-CODE(WS-MAP-COUNT)
               MOVE GLMAP-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
               MOVE GLMAP-LABEL TO WS-MAP-LABEL(WS-MAP-COUNT)
           ELSE
               DISPLAY "EMPGL : référentiel EMPGLMAP tronqué à "
                   WS-MAP-MAX " compte(s)."
               MOVE "Y" TO WS-MAP-EOF-SWITCH
           END-IF.
           IF WS-MAP-EOF-SWITCH = "N"
               PERFORM 1210-LIRE-COMPTE
           END-IF.

       1300-LIRE-FIN-REMISE.
      *    Lecture de l'enregistrement de fin ("03") de la remise
      *    EMPSEPA : nombre de virements et montant total, à
      *    comparer au net à payer par virement.
           OPEN INPUT EMPSEPA-FILE.
           IF WS-SEPA-STATUS NOT = "00"
               DISPLAY "EMPGL : fichier EMPSEPA illisible (statut "
                   WS-SEPA-STATUS ")."
           ELSE
               PERFORM 1310-LIRE-VIREMENT
               PERFORM 1320-EXAMINER-VIREMENT
                   UNTIL WS-SEPA-EOF-SWITCH = "Y"
               CLOSE EMPSEPA-FILE
           END-IF.

       1310-LIRE-VIREMENT.
           READ EMPSEPA-FILE
               AT END
                   MOVE "Y" TO WS-SEPA-EOF-SWITCH
           END-READ.

       1320-EXAMINER-VIREMENT.
           IF SEPA-RECORD(1:2) = "03"
               MOVE SEPA-RECORD TO WS-SEPA-TRAILER
               MOVE "Y" TO WS-SEPA-TRAILER-FOUND-SWITCH
           END-IF.
           PERFORM 1310-LIRE-VIREMENT.

       1400-POSITIONNER-REGISTRE.
      *    Seules les lignes de la période du cycle sont
      *    comptabilisées : le registre est positionné sur la
      *    première clé de la période.
           COMPUTE PREG-PERIOD-DATE = RUN-PERIOD * 100.
           MOVE ZERO TO PREG-EMP-ID.
           START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.

       2000-TRAITEMENT.
           PERFORM 3000-IMPUTER-LIGNE.
           PERFORM 2100-LIRE-LIGNE-REGISTRE.

       2100-LIRE-LIGNE-REGISTRE.
      *    La lecture s'arrête à la première ligne d'une autre
      *    période.
           IF WS-EOF-SWITCH = "N"
               READ EMPPREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-EOF-SWITCH = "N"
               COMPUTE WS-PREG-PERIOD = PREG-PERIOD-DATE / 100
               IF WS-PREG-PERIOD NOT = RUN-PERIOD
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       3000-IMPUTER-LIGNE.
      *    Centre de coût et mode de paiement de l'employé, lus au
      *    fichier maître ; un employé absent du maître est imputé
      *    au centre "????" et réputé payé hors remise.
           ADD 1 TO WS-LINE-COUNT.
           MOVE PREG-PERIOD-DATE TO WS-ENTRY-DATE.
           MOVE PREG-EMP-ID TO EMP-ID.
           MOVE "Y" TO WS-TRANSFER-SWITCH.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-TRANSFER-SWITCH
                   MOVE "????" TO WS-COST-CENTER
               NOT INVALID KEY
                   MOVE EMP-DEPT-CODE TO WS-COST-CENTER
                   IF EMP-IBAN = SPACE
                       MOVE "N" TO WS-TRANSFER-SWITCH
                   END-IF
           END-READ.
           IF WS-COST-CENTER = SPACE
               MOVE "????" TO WS-COST-CENTER
           END-IF.

           IF WS-TRANSFER-SWITCH = "Y"
               ADD 1 TO WS-TRANSFER-COUNT
               ADD PREG-NET-SALARY TO WS-TRANSFER-NET
           ELSE
               ADD 1 TO WS-MANUAL-COUNT
               ADD PREG-NET-SALARY TO WS-MANUAL-NET
           END-IF.

           MOVE SPACE TO WS-POST-DEDUC-CODE.
           MOVE "BRUT" TO WS-POST-TYPE.
           MOVE "D" TO WS-POST-SIDE.
           MOVE PREG-GROSS-SALARY TO WS-POST-AMOUNT.
           PERFORM 3100-IMPUTER-MONTANT.

           MOVE "COTS" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-SIDE.
           MOVE PREG-SOCIAL-DEDUCTION TO WS-POST-AMOUNT.
           PERFORM 3100-IMPUTER-MONTANT.

           MOVE "IMPO" TO WS-POST-TYPE.
           MOVE PREG-TAX-DEDUCTION TO WS-POST-AMOUNT.
           PERFORM 3100-IMPUTER-MONTANT.

           PERFORM 3400-IMPUTER-RETENUES.

           MOVE SPACE TO WS-POST-DEDUC-CODE.
           MOVE "NETP" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-SIDE.
           MOVE PREG-NET-SALARY TO WS-POST-AMOUNT.
           PERFORM 3100-IMPUTER-MONTANT.

      *    Cotisations patronales : à blanc sur une ligne antérieure
      *    à leur calcul, sans écriture dans ce cas.
           IF PREG-EMPLOYER-CONTRIB IS NUMERIC
               MOVE "CHPA" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-SIDE
               MOVE PREG-EMPLOYER-CONTRIB TO WS-POST-AMOUNT
               PERFORM 3100-IMPUTER-MONTANT
               MOVE "COPA" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-SIDE
               PERFORM 3100-IMPUTER-MONTANT
           END-IF.

       3100-IMPUTER-MONTANT.
      *    Un montant nul ne produit pas d'écriture ; un montant sans
      *    compte au référentiel fait refuser le journal.
           IF WS-POST-AMOUNT > ZERO
               PERFORM 3200-CHERCHER-COMPTE
               IF WS-MAP-FOUND-SWITCH = "Y"
                   PERFORM 3300-CUMULER-ECRITURE
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "EMPGL : aucun compte pour la nature "
                       WS-POST-TYPE " " WS-POST-DEDUC-CODE
                       " (employé " PREG-EMP-ID ")."
               END-IF
           END-IF.

       3200-CHERCHER-COMPTE.
      *    Recherche du compte de la nature ; pour une retenue, le
      *    compte propre à son code prime sur le compte par défaut
      *    (ligne "RETN" au code à blanc).
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           SET WS-MAP-IDX TO 1.
           PERFORM 3210-EXAMINER-COMPTE
               UNTIL WS-MAP-FOUND-SWITCH = "Y"
               OR WS-MAP-IDX > WS-MAP-COUNT.
           IF WS-MAP-FOUND-SWITCH = "N"
               AND WS-POST-TYPE = "RETN"
               AND WS-POST-DEDUC-CODE NOT = SPACE
               MOVE SPACE TO WS-POST-DEDUC-CODE
               SET WS-MAP-IDX TO 1
               PERFORM 3210-EXAMINER-COMPTE
                   UNTIL WS-MAP-FOUND-SWITCH = "Y"
                   OR WS-MAP-IDX > WS-MAP-COUNT
           END-IF.
           IF WS-MAP-FOUND-SWITCH = "Y"
               MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-POST-ACCOUNT
               MOVE WS-MAP-LABEL(WS-MAP-IDX) TO WS-POST-LABEL
           END-IF.

       3210-EXAMINER-COMPTE.
           IF WS-MAP-TYPE(WS-MAP-IDX) = WS-POST-TYPE
               AND (WS-POST-TYPE NOT = "RETN"
                   OR WS-MAP-DEDUC-CODE(WS-MAP-IDX)
                       = WS-POST-DEDUC-CODE)
               MOVE "Y" TO WS-MAP-FOUND-SWITCH
           ELSE
               SET WS-MAP-IDX UP BY 1
           END-IF.

       3300-CUMULER-ECRITURE.
      *    Cumul sur l'écriture du compte, du centre de coût et du
      *    sens ; une combinaison nouvelle prend la première place
      *    libre de la table. Une table saturée fait refuser le
      *    journal, qui serait incomplet.
           IF WS-POST-SIDE = "D"
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           SET WS-ENTRY-IDX TO 1.
           PERFORM 3310-EXAMINER-ECRITURE
               UNTIL WS-ENTRY-FOUND-SWITCH = "Y"
               OR WS-ENTRY-IDX > WS-ENTRY-COUNT.
           IF WS-ENTRY-FOUND-SWITCH = "N"
               IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                   ADD 1 TO WS-ENTRY-COUNT
                   SET WS-ENTRY-IDX TO WS-ENTRY-COUNT
                   MOVE WS-POST-ACCOUNT
                       TO WS-ENTRY-ACCOUNT(WS-ENTRY-IDX)
                   MOVE WS-COST-CENTER
                       TO WS-ENTRY-COST-CENTER(WS-ENTRY-IDX)
                   MOVE WS-POST-SIDE TO WS-ENTRY-SIDE(WS-ENTRY-IDX)
                   MOVE ZERO TO WS-ENTRY-AMOUNT(WS-ENTRY-IDX)
                   MOVE WS-POST-LABEL TO WS-ENTRY-LABEL(WS-ENTRY-IDX)
                   MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
               ELSE
                   IF WS-ENTRY-OVERFLOW-SWITCH = "N"
                       DISPLAY "EMPGL : table des écritures saturée ("
                           WS-ENTRY-MAX " lignes), journal incomplet."
                   END-IF
                   MOVE "Y" TO WS-ENTRY-OVERFLOW-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND-SWITCH = "Y"
               ADD WS-POST-AMOUNT TO WS-ENTRY-AMOUNT(WS-ENTRY-IDX)
           END-IF.

       3310-EXAMINER-ECRITURE.
           IF WS-ENTRY-ACCOUNT(WS-ENTRY-IDX) = WS-POST-ACCOUNT
               AND WS-ENTRY-COST-CENTER(WS-ENTRY-IDX) = WS-COST-CENTER
               AND WS-ENTRY-SIDE(WS-ENTRY-IDX) = WS-POST-SIDE
               MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
           ELSE
               SET WS-ENTRY-IDX UP BY 1
           END-IF.

       3400-IMPUTER-RETENUES.
      *    Chaque retenue détaillée au registre est imputée au
      *    compte de son code ; le reliquat non détaillé (plus de
      *    dix retenues, ou ligne antérieure au détail) est imputé
      *    au compte par défaut des retenues.
           MOVE "RETN" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-SIDE.
           MOVE ZERO TO WS-DED-DETAIL-TOTAL.
           MOVE ZERO TO WS-DED-DETAIL-COUNT.
           IF PREG-DEDUCTION-COUNT IS NUMERIC
               MOVE PREG-DEDUCTION-COUNT TO WS-DED-DETAIL-COUNT
           END-IF.
           IF WS-DED-DETAIL-COUNT > 10
               MOVE 10 TO WS-DED-DETAIL-COUNT
           END-IF.
           PERFORM 3410-IMPUTER-UNE-RETENUE
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-DETAIL-COUNT.
           MOVE SPACE TO WS-POST-DEDUC-CODE.
           MOVE ZERO TO WS-POST-AMOUNT.
           IF PREG-OTHER-DEDUCTION > WS-DED-DETAIL-TOTAL
               COMPUTE WS-POST-AMOUNT =
                   PREG-OTHER-DEDUCTION - WS-DED-DETAIL-TOTAL
           END-IF.
           PERFORM 3100-IMPUTER-MONTANT.

       3410-IMPUTER-UNE-RETENUE.
           MOVE PREG-DED-CODE(WS-DED-IDX) TO WS-POST-DEDUC-CODE.
           MOVE PREG-DED-AMOUNT(WS-DED-IDX) TO WS-POST-AMOUNT.
           ADD WS-POST-AMOUNT TO WS-DED-DETAIL-TOTAL.
           PERFORM 3100-IMPUTER-MONTANT.

       4000-CONTROLER-JOURNAL.
      *    Contrôles de libération : période non vide, toutes les
      *    natures imputées, débits égaux aux crédits, net à payer
      *    par virement égal au total de la remise EMPSEPA.
           IF WS-LINE-COUNT = ZERO
               PERFORM 4900-REFUSER-JOURNAL
               MOVE SPACE TO GL-REPORT-LINE
               STRING "REFUS : aucune ligne de la période au "
                   "registre de paie (EMPPREG)."
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

           IF WS-ENTRY-OVERFLOW-SWITCH = "Y"
               PERFORM 4900-REFUSER-JOURNAL
               MOVE SPACE TO GL-REPORT-LINE
               STRING "REFUS : table des écritures saturée ("
                   WS-ENTRY-MAX " lignes), journal incomplet."
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

           IF WS-UNMAPPED-COUNT > ZERO
               PERFORM 4900-REFUSER-JOURNAL
               MOVE SPACE TO GL-REPORT-LINE
               STRING "REFUS : " WS-UNMAPPED-COUNT
                   " montant(s) sans compte au référentiel EMPGLMAP."
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               PERFORM 4900-REFUSER-JOURNAL
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT-2
               MOVE SPACE TO GL-REPORT-LINE
               STRING "REFUS : journal déséquilibré, débits "
                   WS-TOTAL-EDIT ", crédits " WS-TOTAL-EDIT-2
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

           IF WS-SEPA-TRAILER-FOUND-SWITCH = "N"
               PERFORM 4900-REFUSER-JOURNAL
               MOVE SPACE TO GL-REPORT-LINE
               STRING "REFUS : remise EMPSEPA absente ou sans "
                   "enregistrement de fin."
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           ELSE
               IF WS-TRL-AMOUNT NOT = WS-TRANSFER-NET
                   OR WS-TRL-COUNT NOT = WS-TRANSFER-COUNT
                   PERFORM 4900-REFUSER-JOURNAL
                   MOVE WS-TRANSFER-NET TO WS-TOTAL-EDIT
                   MOVE WS-TRL-AMOUNT TO WS-TOTAL-EDIT-2
                   MOVE SPACE TO GL-REPORT-LINE
                   STRING "REFUS : net par virement " WS-TOTAL-EDIT
                       " (" WS-TRANSFER-COUNT " salarié(s)), remise "
                       "EMPSEPA " WS-TOTAL-EDIT-2 " ("
                       WS-TRL-COUNT " virement(s))."
                       DELIMITED BY SIZE INTO GL-REPORT-LINE
                   WRITE GL-REPORT-LINE
               END-IF
           END-IF.

       4900-REFUSER-JOURNAL.
           MOVE "Y" TO WS-REFUSED-SWITCH.

       5000-EDITER-COMPTE-RENDU.
      *    Écritures cumulées, totaux et rapprochement du net, puis
      *    verdict de libération.
           PERFORM 5100-EDITER-ECRITURE
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT-2.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "Lignes du registre : " WS-LINE-COUNT
               ", total débits " WS-TOTAL-EDIT
               ", total crédits " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE WS-TRANSFER-NET TO WS-TOTAL-EDIT.
           MOVE WS-TRL-AMOUNT TO WS-TOTAL-EDIT-2.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "Net par virement : " WS-TOTAL-EDIT
               ", remise EMPSEPA : " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           IF WS-MANUAL-COUNT > ZERO
               MOVE WS-MANUAL-NET TO WS-TOTAL-EDIT
               MOVE SPACE TO GL-REPORT-LINE
               STRING "Net hors remise (sans IBAN) : " WS-TOTAL-EDIT
                   " pour " WS-MANUAL-COUNT " salarié(s)"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM 4000-CONTROLER-JOURNAL.
           MOVE SPACE TO GL-REPORT-LINE.
           IF WS-REFUSED-SWITCH = "Y"
               STRING "*** JOURNAL REFUSE : EMPGLJRN NON LIBERE ***"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
           ELSE
               STRING "JOURNAL LIBERE : " WS-ENTRY-COUNT
                   " écriture(s) dans EMPGLJRN"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.

       5100-EDITER-ECRITURE.
           MOVE WS-ENTRY-AMOUNT(WS-ENTRY-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING WS-ENTRY-ACCOUNT(WS-ENTRY-IDX) " "
               WS-ENTRY-COST-CENTER(WS-ENTRY-IDX) " "
               WS-ENTRY-SIDE(WS-ENTRY-IDX) " "
               WS-AMOUNT-EDIT " "
               WS-ENTRY-LABEL(WS-ENTRY-IDX)
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       6000-ECRIRE-JOURNAL.
      *    Le journal n'est écrit qu'une fois libéré ; refusé, il est
      *    laissé vide pour qu'aucun fichier d'une exécution
      *    antérieure ne puisse être importé à sa place.
           OPEN OUTPUT EMPGLJRN-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPGLJRN : "
                   WS-JOURNAL-STATUS
               PERFORM 4900-REFUSER-JOURNAL
           ELSE
               IF WS-REFUSED-SWITCH = "N"
                   MOVE RUN-PERIOD TO WS-JHD-PERIOD
                   MOVE WS-CREATE-DATE TO WS-JHD-CREATE-DATE
                   MOVE WS-COMPANY-NAME TO WS-JHD-COMPANY
                   MOVE SPACE TO JOURNAL-RECORD
                   MOVE WS-JOURNAL-HEADER TO JOURNAL-RECORD
                   WRITE JOURNAL-RECORD
                   PERFORM 6100-ECRIRE-ECRITURE
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-COUNT TO WS-JTR-COUNT
                   MOVE WS-DEBIT-TOTAL TO WS-JTR-DEBIT
                   MOVE WS-CREDIT-TOTAL TO WS-JTR-CREDIT
                   MOVE SPACE TO JOURNAL-RECORD
                   MOVE WS-JOURNAL-TRAILER TO JOURNAL-RECORD
                   WRITE JOURNAL-RECORD
               END-IF
               CLOSE EMPGLJRN-FILE
           END-IF.

       6100-ECRIRE-ECRITURE.
           MOVE WS-ENTRY-DATE TO WS-JDT-ENTRY-DATE.
           MOVE WS-ENTRY-ACCOUNT(WS-ENTRY-IDX) TO WS-JDT-ACCOUNT.
           MOVE WS-ENTRY-COST-CENTER(WS-ENTRY-IDX)
               TO WS-JDT-COST-CENTER.
           MOVE WS-ENTRY-SIDE(WS-ENTRY-IDX) TO WS-JDT-SIDE.
           MOVE WS-ENTRY-AMOUNT(WS-ENTRY-IDX) TO WS-JDT-AMOUNT.
           MOVE WS-ENTRY-LABEL(WS-ENTRY-IDX) TO WS-JDT-LABEL.
           MOVE SPACE TO JOURNAL-RECORD.
           MOVE WS-JOURNAL-DETAIL TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       9000-FINALISATION.
           IF WS-FILES-OPEN-SWITCH = "Y"
               PERFORM 5000-EDITER-COMPTE-RENDU
               PERFORM 6000-ECRIRE-JOURNAL
               CLOSE EMPPREG-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE EMPGL-RPT
      *        La fin normale n'est enregistrée au fichier de pilotage
      *        que pour un journal libéré : un journal refusé laisse
      *        la période inachevée, pour une relance après
      *        correction sans EMPRERUN.
               IF WS-REFUSED-SWITCH = "Y"
                   DISPLAY "EMPGL : journal refusé, voir EMPGLRPT."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "END  " TO WS-RUNCTL-FUNCTION
                   CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                       WS-RUNCTL-RECORD
               END-IF
           END-IF.
