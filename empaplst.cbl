      *    *************************************************************
      *    EMPAPLST - LISTE DES CHANGEMENTS EN ATTENTE D'APPROBATION
      *    Ce programme, à exécuter chaque jour, liste les embauches
      *    et les changements de salaire mis en attente par EMPMAINT
      *    au titre du double contrôle et non encore libérés par une
      *    transaction d'approbation (fichier EMPAPROUT de la
      *    dernière maintenance). Chaque ligne rappelle la date de
      *    mise en attente, l'employé, le motif, l'ancien et le
      *    nouveau salaire et l'opérateur de saisie, afin qu'un autre
      *    opérateur saisisse l'approbation. Le rapport EMPAPLRPT se
      *    termine par le nombre de changements en attente, dont les
      *    embauches et les changements de salaire. Le programme ne
      *    fait que lire : il peut être relancé à volonté.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empaplst.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Changements en attente d'approbation à l'issue de la
      *    dernière maintenance.
           SELECT EMPAPROUT-FILE ASSIGN TO "EMPAPROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

      *    Liste imprimée des changements en attente.
           SELECT EMPAPLST-RPT ASSIGN TO "EMPAPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPAPROUT-FILE.

      *    Changement en attente d'approbation (structure partagée,
      *    voir EMPAPRREC).
       01 APPROVAL-RECORD.
           COPY EMPAPRREC.

       FD  EMPAPLST-RPT.

      *    Une ligne de la liste.
       01 APLST-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-APPROVAL-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur que EMPAPROUT a été ouvert avec succès.
       01 WS-APPROVAL-OPEN-SWITCH PIC X VALUE "N".

      *    Date du jour de l'édition, au format AAAAMMJJ.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *    Transaction mise en attente (structure partagée, voir
      *    EMPTRANREC), recopiée depuis APR-TRANSACTION.
       01 WS-HELD-TRANSACTION.
           COPY EMPTRANREC.

      *    Libellé du motif de mise en attente.
       01 WS-REASON-LABEL PIC X(10) VALUE SPACE.

      *    Compteurs de la liste.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HIRE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.

      *    Zones d'édition des salaires.
       01 WS-OLD-SALARY-EDIT PIC ZZZZ9.99.
       01 WS-NEW-SALARY-EDIT PIC ZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-SWITCH = "Y".
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EMPAPLST-RPT.
           PERFORM 1100-EDITER-EN-TETE.

      *    L'absence du fichier signifie qu'aucune maintenance n'a
      *    encore mis de changement en attente : la liste est vide.
           OPEN INPUT EMPAPROUT-FILE.
           IF WS-APPROVAL-STATUS = "00"
               MOVE "Y" TO WS-APPROVAL-OPEN-SWITCH
               PERFORM 2100-LIRE-ATTENTE
           ELSE
               IF WS-APPROVAL-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de EMPAPROUT : "
                       WS-APPROVAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1100-EDITER-EN-TETE.
           MOVE SPACE TO APLST-REPORT-LINE.
           STRING "CHANGEMENTS EN ATTENTE D'APPROBATION AU "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO APLST-REPORT-LINE.
           WRITE APLST-REPORT-LINE.

           MOVE SPACE TO APLST-REPORT-LINE.
           WRITE APLST-REPORT-LINE.

           MOVE SPACE TO APLST-REPORT-LINE.
           STRING "ATTENTE  EMP-ID   MOTIF      NOM              "
               "PRENOM            ANCIEN   NOUVEAU  SAISI PAR"
               DELIMITED BY SIZE INTO APLST-REPORT-LINE.
           WRITE APLST-REPORT-LINE.

       2000-TRAITEMENT.
           PERFORM 3000-EDITER-ATTENTE.
           PERFORM 2100-LIRE-ATTENTE.

       2100-LIRE-ATTENTE.
           READ EMPAPROUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3000-EDITER-ATTENTE.
           MOVE APR-TRANSACTION TO WS-HELD-TRANSACTION.
           ADD 1 TO WS-HELD-COUNT.
           IF APR-HOLD-REASON = "EMBA"
               MOVE "Embauche" TO WS-REASON-LABEL
               ADD 1 TO WS-HIRE-COUNT
           ELSE
               MOVE "Salaire" TO WS-REASON-LABEL
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
           MOVE APR-OLD-SALARY TO WS-OLD-SALARY-EDIT.
           MOVE TRAN-SALARY TO WS-NEW-SALARY-EDIT.

           MOVE SPACE TO APLST-REPORT-LINE.
           STRING APR-HOLD-DATE " " TRAN-EMP-ID " "
               WS-REASON-LABEL " " TRAN-LAST-NAME " "
               TRAN-FIRST-NAME " " WS-OLD-SALARY-EDIT " "
               WS-NEW-SALARY-EDIT " " TRAN-OPERATOR-ID
               DELIMITED BY SIZE INTO APLST-REPORT-LINE.
           WRITE APLST-REPORT-LINE.

       9000-FINALISATION.
           MOVE SPACE TO APLST-REPORT-LINE.
           WRITE APLST-REPORT-LINE.
           MOVE SPACE TO APLST-REPORT-LINE.
           IF WS-HELD-COUNT = ZERO
               STRING "Aucun changement en attente d'approbation."
                   DELIMITED BY SIZE INTO APLST-REPORT-LINE
           ELSE
               STRING "Changements en attente : " WS-HELD-COUNT
                   " (embauches : " WS-HIRE-COUNT
                   ", changements de salaire : " WS-CHANGE-COUNT ")"
                   DELIMITED BY SIZE INTO APLST-REPORT-LINE
           END-IF.
           WRITE APLST-REPORT-LINE.

           IF WS-APPROVAL-OPEN-SWITCH = "Y"
               CLOSE EMPAPROUT-FILE
           END-IF.
           CLOSE EMPAPLST-RPT.
