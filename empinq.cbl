      *    *************************************************************
      *    EMPINQ - CONSULTATION EN LIGNE D'UN EMPLOYE
      *    Programme interactif destiné au service d'assistance paie :
      *    l'opérateur saisit son identifiant et un EMP-ID, ou un nom
      *    de famille, et obtient sur un seul écran la fiche de
      *    l'employé : données du fichier maître EMPMAST (statut,
      *    département, IBAN masqué, salaire actuel), derniers
      *    changements de salaire de l'historique EMPSALHIST,
      *    retenues EMPDEDUC en cours à la date du jour, dernières
      *    paies du registre EMPPREG (brut et net) et cumuls de
      *    l'année civile. Une recherche par nom qui trouve plusieurs
      *    employés liste les homonymes, l'opérateur précise alors
      *    l'EMP-ID.
      *    La consultation est strictement en lecture seule : tous
      *    les fichiers de paie sont ouverts en entrée. Chaque
      *    recherche est enregistrée au journal des consultations
      *    EMPINQLOG (voir EMPINQREC) avec l'opérateur, la date,
      *    l'heure et l'employé affiché.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empinq.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier maître des employés, indexé sur EMP-ID, lu par clé
      *    (recherche par EMP-ID) ou séquentiellement (recherche par
      *    nom).
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Historique des salaires, indexé sur l'employé et la date
      *    d'effet, lu à partir de la première clé de l'employé.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Retenues récurrentes par employé.
           SELECT EMPDEDUC-FILE ASSIGN TO "EMPDEDUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUC-STATUS.

      *    Registre de paie, indexé sur la période et l'employé, lu
      *    par clé pour chaque période.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-PREG-STATUS.

      *    Fichier de référence des départements, pour le libellé.
           SELECT EMPDEPT-FILE ASSIGN TO "EMPDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

      *    Journal des consultations, alimenté en écriture seule.
           SELECT EMPINQLOG-FILE ASSIGN TO "EMPINQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.

      *    Information de l'employé (structure partagée, voir EMPREC).
       01 EMPLOYEE-INFO.
           COPY EMPREC.

       FD  EMPSALHIST-FILE.

      *    Ligne d'historique de salaire (structure partagée, voir
      *    EMPSALHREC).
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPDEDUC-FILE.

      *    Ligne de retenue récurrente (structure partagée, voir
      *    EMPDEDREC).
       01 DEDUCTION-RECORD.
           COPY EMPDEDREC.

       FD  EMPPREG-FILE.

      *    Ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 PAYROLL-REGISTER-LINE.
           COPY EMPPREGREC.

       FD  EMPDEPT-FILE.

      *    Une ligne du fichier de référence des départements
      *    (structure partagée, voir EMPDEPREC).
       01 DEPARTMENT-RECORD.
           COPY EMPDEPREC.

       FD  EMPINQLOG-FILE.

      *    Ligne du journal des consultations (structure partagée,
      *    voir EMPINQREC).
       01 INQUIRY-LOG-LINE.
           COPY EMPINQREC.

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-DEDUC-STATUS PIC X(2) VALUE "00".
       01 WS-PREG-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-STATUS PIC X(2) VALUE "00".
       01 WS-LOG-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin de la session de consultation.
       01 WS-END-SWITCH PIC X VALUE "N".

      *    Indicateurs de fin de fichier.
       01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
       01 WS-SALHIST-EOF-SWITCH PIC X VALUE "N".
       01 WS-DEDUC-EOF-SWITCH PIC X VALUE "N".
       01 WS-PREG-EOF-SWITCH PIC X VALUE "N".
       01 WS-DEPT-EOF-SWITCH PIC X VALUE "N".

      *    Indicateurs d'ouverture, pour une fermeture sans risque.
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
       01 WS-LOG-OPEN-SWITCH PIC X VALUE "N".

      *    Date du jour, au format AAAAMMJJ, et son année pour les
      *    cumuls ; heure de la recherche, au format HHMMSSCC.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).
       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

      *    Année d'une période du registre de paie.
       01 WS-PREG-DATE PIC 9(8) VALUE ZERO.
       01 WS-PREG-DATE-PARTS REDEFINES WS-PREG-DATE.
           05 WS-PREG-YEAR PIC 9(4).
           05 WS-PREG-MONTH PIC 9(2).
           05 WS-PREG-DAY PIC 9(2).

      *    Zones saisies à l'écran : opérateur, critère de recherche
      *    (EMP-ID sur huit chiffres ou nom de famille) et demande de
      *    fin de session ("O").
       01 WS-SCR-OPERATOR PIC X(8) VALUE SPACE.
       01 WS-SCR-EMP-ID PIC X(8) VALUE SPACE.
       01 WS-SCR-EMP-ID-NUM REDEFINES WS-SCR-EMP-ID PIC 9(8).
       01 WS-SCR-NAME PIC X(16) VALUE SPACE.
       01 WS-SCR-QUIT PIC X(1) VALUE SPACE.

      *    Message affiché en bas d'écran.
       01 WS-SCR-MESSAGE PIC X(79) VALUE SPACE.

      *    Zones affichées de la fiche : données du fichier maître.
       01 WS-DSP-EMP-ID PIC X(8) VALUE SPACE.
       01 WS-DSP-LAST-NAME PIC X(16) VALUE SPACE.
       01 WS-DSP-FIRST-NAME PIC X(16) VALUE SPACE.
       01 WS-DSP-STATUS PIC X(15) VALUE SPACE.
       01 WS-DSP-JOB-TITLE PIC X(24) VALUE SPACE.
       01 WS-DSP-DEPT-CODE PIC X(4) VALUE SPACE.
       01 WS-DSP-DEPT-NAME PIC X(30) VALUE SPACE.
       01 WS-DSP-IBAN PIC X(34) VALUE SPACE.
       01 WS-DSP-SALARY PIC X(8) VALUE SPACE.

      *    Titre de la zone de gauche : derniers changements de
      *    salaire, ou liste des homonymes d'une recherche par nom.
       01 WS-DSP-HIST-TITLE PIC X(39) VALUE SPACE.

      *    Lignes affichées : changements de salaire (ou homonymes),
      *    retenues en cours et dernières paies.
       01 WS-DSP-HIST-TABLE.
           05 WS-DSP-HIST-TEXT OCCURS 5 TIMES PIC X(39).
       01 WS-DSP-DED-TABLE.
           05 WS-DSP-DED-TEXT OCCURS 5 TIMES PIC X(38).
       01 WS-DSP-PAY-TABLE.
           05 WS-DSP-PAY-TEXT OCCURS 4 TIMES PIC X(43).

      *    Cumuls de l'année civile affichés.
       01 WS-DSP-YTD-GROSS PIC X(10) VALUE SPACE.
       01 WS-DSP-YTD-NET PIC X(10) VALUE SPACE.
       01 WS-DSP-YTD-COUNT PIC X(2) VALUE SPACE.

      *    Date du jour affichée en tête d'écran.
       01 WS-DSP-RUN-DATE PIC X(8) VALUE SPACE.

      *    Table des départements de référence, chargée depuis
      *    EMPDEPT pour le libellé du département.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-MAX PIC 9(3) VALUE 50.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TABLE-CODE PIC X(4).
               10 WS-DEPT-TABLE-NAME PIC X(30).
       01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".

      *    Recherche par nom : nombre d'employés de ce nom et
      *    identifiant du premier trouvé.
       01 WS-MATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MATCH-EMP-ID PIC 9(8) VALUE ZERO.
       01 WS-MATCH-MAX PIC 9(4) VALUE 5.

      *    Indicateur que la fiche d'un employé est chargée.
       01 WS-FOUND-SWITCH PIC X VALUE "N".

      *    Fenêtres glissantes des dernières lignes de l'employé
      *    dans l'historique des salaires (cinq lignes) et dans le
      *    registre de paie (quatre périodes), dans l'ordre des
      *    clés.
       01 WS-HIST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HIST-MAX PIC 9(2) VALUE 5.
       01 WS-HIST-IDX PIC 9(2) VALUE ZERO.
       01 WS-PAY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PAY-MAX PIC 9(2) VALUE 4.
       01 WS-PAY-IDX PIC 9(2) VALUE ZERO.

      *    Retenues en cours de l'employé : nombre trouvé (au-delà
      *    de cinq, les suivantes sont signalées sans être
      *    détaillées).
       01 WS-DED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DED-MAX PIC 9(2) VALUE 5.

      *    Cumuls de l'année civile de l'employé.
       01 WS-YTD-GROSS PIC 9(7)V99 VALUE ZERO.
       01 WS-YTD-NET PIC 9(7)V99 VALUE ZERO.
       01 WS-YTD-COUNT PIC 9(2) VALUE ZERO.

      *    Masquage de l'IBAN : longueur significative de l'IBAN.
       01 WS-IBAN-LENGTH PIC 9(2) VALUE ZERO.
       01 WS-IBAN-TAIL-START PIC 9(2) VALUE ZERO.

      *    Zones d'édition.
       01 WS-SALARY-EDIT PIC ZZZZ9.99.
       01 WS-GROSS-EDIT PIC ZZZZ9.99.
       01 WS-NET-EDIT PIC ZZZZ9.99.
       01 WS-YTD-EDIT PIC ZZZZZZ9.99.
       01 WS-COUNT-EDIT PIC Z9.
       01 WS-MATCH-EDIT PIC ZZZ9.
       01 WS-DED-EDIT PIC ZZ9.

       SCREEN SECTION.

      *    Écran unique de consultation : zone de saisie en tête,
      *    fiche de l'employé en dessous, message en bas d'écran.
       01 INQ-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "EMPINQ - CONSULTATION D'UN EMPLOYE".
           05 LINE 1 COLUMN 40 VALUE "(LECTURE SEULE)".
           05 LINE 1 COLUMN 72 PIC X(8) FROM WS-DSP-RUN-DATE.
           05 LINE 3 COLUMN 1 VALUE "OPERATEUR :".
           05 LINE 3 COLUMN 13 PIC X(8) USING WS-SCR-OPERATOR.
           05 LINE 3 COLUMN 23 VALUE "EMP-ID :".
           05 LINE 3 COLUMN 32 PIC X(8) USING WS-SCR-EMP-ID.
           05 LINE 3 COLUMN 42 VALUE "OU NOM :".
           05 LINE 3 COLUMN 51 PIC X(16) USING WS-SCR-NAME.
           05 LINE 3 COLUMN 69 VALUE "FIN (O) :".
           05 LINE 3 COLUMN 79 PIC X(1) USING WS-SCR-QUIT.
           05 LINE 5 COLUMN 1 VALUE "EMPLOYE :".
           05 LINE 5 COLUMN 12 PIC X(8) FROM WS-DSP-EMP-ID.
           05 LINE 5 COLUMN 21 PIC X(16) FROM WS-DSP-LAST-NAME.
           05 LINE 5 COLUMN 38 PIC X(16) FROM WS-DSP-FIRST-NAME.
           05 LINE 5 COLUMN 56 VALUE "STATUT :".
           05 LINE 5 COLUMN 65 PIC X(15) FROM WS-DSP-STATUS.
           05 LINE 6 COLUMN 1 VALUE "POSTE :".
           05 LINE 6 COLUMN 12 PIC X(24) FROM WS-DSP-JOB-TITLE.
           05 LINE 6 COLUMN 38 VALUE "DEPT :".
           05 LINE 6 COLUMN 45 PIC X(4) FROM WS-DSP-DEPT-CODE.
           05 LINE 6 COLUMN 50 PIC X(30) FROM WS-DSP-DEPT-NAME.
           05 LINE 7 COLUMN 1 VALUE "IBAN :".
           05 LINE 7 COLUMN 12 PIC X(34) FROM WS-DSP-IBAN.
           05 LINE 7 COLUMN 56 VALUE "SALAIRE :".
           05 LINE 7 COLUMN 66 PIC X(8) FROM WS-DSP-SALARY.
           05 LINE 9 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TITLE.
           05 LINE 9 COLUMN 42 VALUE "RETENUES EN COURS".
           05 LINE 10 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TEXT(1).
           05 LINE 10 COLUMN 42 PIC X(38) FROM WS-DSP-DED-TEXT(1).
           05 LINE 11 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TEXT(2).
           05 LINE 11 COLUMN 42 PIC X(38) FROM WS-DSP-DED-TEXT(2).
           05 LINE 12 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TEXT(3).
           05 LINE 12 COLUMN 42 PIC X(38) FROM WS-DSP-DED-TEXT(3).
           05 LINE 13 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TEXT(4).
           05 LINE 13 COLUMN 42 PIC X(38) FROM WS-DSP-DED-TEXT(4).
           05 LINE 14 COLUMN 1 PIC X(39) FROM WS-DSP-HIST-TEXT(5).
           05 LINE 14 COLUMN 42 PIC X(38) FROM WS-DSP-DED-TEXT(5).
           05 LINE 16 COLUMN 1
               VALUE "DERNIERES PAIES  PERIODE      BRUT      NET".
           05 LINE 16 COLUMN 52 VALUE "CUMULS DE L'ANNEE".
           05 LINE 17 COLUMN 1 PIC X(43) FROM WS-DSP-PAY-TEXT(1).
           05 LINE 17 COLUMN 52 VALUE "BRUT :".
           05 LINE 17 COLUMN 63 PIC X(10) FROM WS-DSP-YTD-GROSS.
           05 LINE 18 COLUMN 1 PIC X(43) FROM WS-DSP-PAY-TEXT(2).
           05 LINE 18 COLUMN 52 VALUE "NET :".
           05 LINE 18 COLUMN 63 PIC X(10) FROM WS-DSP-YTD-NET.
           05 LINE 19 COLUMN 1 PIC X(43) FROM WS-DSP-PAY-TEXT(3).
           05 LINE 19 COLUMN 52 VALUE "PERIODES :".
           05 LINE 19 COLUMN 63 PIC X(2) FROM WS-DSP-YTD-COUNT.
           05 LINE 20 COLUMN 1 PIC X(43) FROM WS-DSP-PAY-TEXT(4).
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-SCR-MESSAGE.
           05 LINE 24 COLUMN 1
               VALUE "SAISIR L'OPERATEUR ET UN EMP-ID OU UN NOM, PUIS ".
           05 LINE 24 COLUMN 49 VALUE "ENTREE ; FIN = O".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-DIALOGUE UNTIL WS-END-SWITCH = "Y".
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DSP-RUN-DATE.
           PERFORM 4900-EFFACER-FICHE.
           MOVE "DERNIERS CHANGEMENTS DE SALAIRE"
               TO WS-DSP-HIST-TITLE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-SWITCH
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
               PERFORM 1200-OUVRIR-JOURNAL
           END-IF.
           IF WS-END-SWITCH = "N"
               PERFORM 1100-CHARGER-DEPARTEMENTS
           END-IF.

       1100-CHARGER-DEPARTEMENTS.
      *    Chargement du référentiel des départements ; sans
      *    référentiel, seul le code département est affiché.
           OPEN INPUT EMPDEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM 1110-LIRE-DEPARTEMENT
               PERFORM 1120-RANGER-DEPARTEMENT
                   UNTIL WS-DEPT-EOF-SWITCH = "Y"
               CLOSE EMPDEPT-FILE
           END-IF.

       1110-LIRE-DEPARTEMENT.
           READ EMPDEPT-FILE
               AT END
                   MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-READ.

       1120-RANGER-DEPARTEMENT.
           IF WS-DEPT-COUNT < WS-DEPT-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CODE
                   TO WS-DEPT-TABLE-CODE(WS-DEPT-COUNT)
               MOVE DEPT-NAME
                   TO WS-DEPT-TABLE-NAME(WS-DEPT-COUNT)
               PERFORM 1110-LIRE-DEPARTEMENT
           ELSE
               MOVE "Y" TO WS-DEPT-EOF-SWITCH
           END-IF.

       1200-OUVRIR-JOURNAL.
      *    Sans journal des consultations, aucune donnée de paie ne
      *    doit être affichée : la session ne démarre pas.
           OPEN EXTEND EMPINQLOG-FILE.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "Erreur à l'ouverture de EMPINQLOG : "
                   WS-LOG-STATUS ", consultation impossible."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-SWITCH
           ELSE
               MOVE "Y" TO WS-LOG-OPEN-SWITCH
           END-IF.

       2000-DIALOGUE.
           DISPLAY INQ-SCREEN.
           ACCEPT INQ-SCREEN.
           MOVE SPACE TO WS-SCR-MESSAGE.

           IF WS-SCR-QUIT = "O" OR WS-SCR-QUIT = "o"
               MOVE "Y" TO WS-END-SWITCH
           ELSE
               PERFORM 4900-EFFACER-FICHE
               PERFORM 2100-CONTROLER-SAISIE
               IF WS-SCR-MESSAGE = SPACE
                   PERFORM 3000-RECHERCHER
               END-IF
           END-IF.

       2100-CONTROLER-SAISIE.
      *    L'opérateur est obligatoire (chaque recherche est
      *    journalisée sous son identifiant), ainsi qu'un seul
      *    critère : un EMP-ID sur huit chiffres ou un nom.
           EVALUATE TRUE
               WHEN WS-SCR-OPERATOR = SPACE
                   MOVE "Identifiant opérateur obligatoire."
                       TO WS-SCR-MESSAGE
               WHEN WS-SCR-EMP-ID = SPACE AND WS-SCR-NAME = SPACE
                   MOVE "Saisir un EMP-ID ou un nom de famille."
                       TO WS-SCR-MESSAGE
               WHEN WS-SCR-EMP-ID NOT = SPACE
                   AND WS-SCR-NAME NOT = SPACE
                   MOVE "Saisir un EMP-ID ou un nom, pas les deux."
                       TO WS-SCR-MESSAGE
               WHEN WS-SCR-EMP-ID NOT = SPACE
                   AND (WS-SCR-EMP-ID IS NOT NUMERIC
                        OR WS-SCR-EMP-ID-NUM = ZERO)
                   MOVE "L'EMP-ID doit comporter huit chiffres."
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-RECHERCHER.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE SPACE TO INQUIRY-LOG-LINE.
           IF WS-SCR-EMP-ID NOT = SPACE
               MOVE "I" TO INQ-SEARCH-TYPE
               MOVE WS-SCR-EMP-ID TO INQ-SEARCH-VALUE
               PERFORM 3100-RECHERCHER-PAR-ID
           ELSE
               MOVE "N" TO INQ-SEARCH-TYPE
               MOVE WS-SCR-NAME TO INQ-SEARCH-VALUE
               PERFORM 3200-RECHERCHER-PAR-NOM
           END-IF.

           IF WS-FOUND-SWITCH = "Y"
               PERFORM 4000-CHARGER-FICHE
           END-IF.
           PERFORM 3300-JOURNALISER-CONSULTATION.

       3100-RECHERCHER-PAR-ID.
           MOVE WS-SCR-EMP-ID-NUM TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "Aucun employé pour cet EMP-ID."
                       TO WS-SCR-MESSAGE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

       3200-RECHERCHER-PAR-NOM.
      *    Le fichier maître n'est indexé que sur EMP-ID : la
      *    recherche par nom le parcourt en entier. Un seul employé
      *    de ce nom : sa fiche est affichée ; plusieurs : les cinq
      *    premiers sont listés pour que l'opérateur précise
      *    l'EMP-ID.
           MOVE "EMPLOYES DE CE NOM" TO WS-DSP-HIST-TITLE.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           MOVE ZERO TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START.
           IF WS-MASTER-EOF-SWITCH = "N"
               PERFORM 3210-LIRE-EMPLOYE-SUIVANT
               PERFORM 3220-EXAMINER-EMPLOYE
                   UNTIL WS-MASTER-EOF-SWITCH = "Y"
           END-IF.

           EVALUATE WS-MATCH-COUNT
               WHEN ZERO
                   MOVE "DERNIERS CHANGEMENTS DE SALAIRE"
                       TO WS-DSP-HIST-TITLE
                   MOVE "Aucun employé de ce nom." TO WS-SCR-MESSAGE
               WHEN 1
                   MOVE "DERNIERS CHANGEMENTS DE SALAIRE"
                       TO WS-DSP-HIST-TITLE
                   MOVE SPACE TO WS-DSP-HIST-TABLE
                   MOVE WS-MATCH-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "Aucun employé de ce nom."
                               TO WS-SCR-MESSAGE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-SWITCH
                   END-READ
               WHEN OTHER
                   MOVE WS-MATCH-COUNT TO WS-MATCH-EDIT
                   STRING WS-MATCH-EDIT
                       " employés de ce nom : préciser l'EMP-ID."
                       DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           END-EVALUATE.

       3210-LIRE-EMPLOYE-SUIVANT.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

       3220-EXAMINER-EMPLOYE.
           IF EMP-LAST-NAME = WS-SCR-NAME
               ADD 1 TO WS-MATCH-COUNT
               IF WS-MATCH-COUNT = 1
                   MOVE EMP-ID TO WS-MATCH-EMP-ID
               END-IF
               IF WS-MATCH-COUNT NOT > WS-MATCH-MAX
                   MOVE SPACE TO WS-DSP-HIST-TEXT(WS-MATCH-COUNT)
                   IF EMP-STATUS = "T"
                       STRING EMP-ID " " EMP-FIRST-NAME " "
                           EMP-DEPT-CODE " SORTI"
                           DELIMITED BY SIZE
                           INTO WS-DSP-HIST-TEXT(WS-MATCH-COUNT)
                   ELSE
                       STRING EMP-ID " " EMP-FIRST-NAME " "
                           EMP-DEPT-CODE " ACTIF"
                           DELIMITED BY SIZE
                           INTO WS-DSP-HIST-TEXT(WS-MATCH-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 3210-LIRE-EMPLOYE-SUIVANT.

       3300-JOURNALISER-CONSULTATION.
      *    Chaque recherche est journalisée, qu'elle aboutisse ou
      *    non, avec l'employé dont la fiche a été affichée.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-SCR-OPERATOR TO INQ-OPERATOR-ID.
           MOVE WS-RUN-DATE TO INQ-DATE.
           MOVE WS-RUN-TIME TO INQ-TIME.
           IF WS-FOUND-SWITCH = "Y"
               MOVE "T" TO INQ-RESULT
               MOVE EMP-ID TO INQ-EMP-ID
           ELSE
               MOVE ZERO TO INQ-EMP-ID
               IF WS-MATCH-COUNT > 1
                   MOVE "M" TO INQ-RESULT
               ELSE
                   MOVE "A" TO INQ-RESULT
               END-IF
           END-IF.
           WRITE INQUIRY-LOG-LINE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Erreur à l'écriture de EMPINQLOG : "
                   WS-LOG-STATUS ", fin de la consultation."
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-SWITCH
           END-IF.

       4000-CHARGER-FICHE.
           PERFORM 4100-ZONE-MAITRE.
           PERFORM 4200-CHARGER-HISTORIQUE.
           PERFORM 4300-CHARGER-RETENUES.
           PERFORM 4400-CHARGER-PAIES.

       4100-ZONE-MAITRE.
           MOVE EMP-ID TO WS-DSP-EMP-ID.
           MOVE EMP-LAST-NAME TO WS-DSP-LAST-NAME.
           MOVE EMP-FIRST-NAME TO WS-DSP-FIRST-NAME.
           MOVE JOB-TITLE TO WS-DSP-JOB-TITLE.
           IF EMP-STATUS = "T"
               STRING "SORTI " EMP-TERM-DATE
                   DELIMITED BY SIZE INTO WS-DSP-STATUS
           ELSE
               MOVE "ACTIF" TO WS-DSP-STATUS
           END-IF.
           MOVE EMP-DEPT-CODE TO WS-DSP-DEPT-CODE.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           SET WS-DEPT-IDX TO 1.
           PERFORM 4120-EXAMINER-DEPARTEMENT
               UNTIL WS-DEPT-FOUND-SWITCH = "Y"
               OR WS-DEPT-IDX > WS-DEPT-COUNT.
           IF SALARY IS NUMERIC
               MOVE SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-DSP-SALARY
           END-IF.
           PERFORM 4110-MASQUER-IBAN.

       4110-MASQUER-IBAN.
      *    Seuls le code pays, la clé et les quatre derniers
      *    caractères de l'IBAN sont affichés.
           IF EMP-IBAN = SPACE
               MOVE "(AUCUN)" TO WS-DSP-IBAN
           ELSE
               MOVE 34 TO WS-IBAN-LENGTH
               PERFORM 4115-RACCOURCIR-IBAN
                   UNTIL EMP-IBAN(WS-IBAN-LENGTH:1) NOT = SPACE
               IF WS-IBAN-LENGTH < 8
                   MOVE "****" TO WS-DSP-IBAN
               ELSE
                   COMPUTE WS-IBAN-TAIL-START = WS-IBAN-LENGTH - 3
                   STRING EMP-IBAN(1:4) " **** **** **** "
                       EMP-IBAN(WS-IBAN-TAIL-START:4)
                       DELIMITED BY SIZE INTO WS-DSP-IBAN
               END-IF
           END-IF.

       4115-RACCOURCIR-IBAN.
           SUBTRACT 1 FROM WS-IBAN-LENGTH.

       4120-EXAMINER-DEPARTEMENT.
           IF WS-DEPT-TABLE-CODE(WS-DEPT-IDX) = EMP-DEPT-CODE
               MOVE "Y" TO WS-DEPT-FOUND-SWITCH
               MOVE WS-DEPT-TABLE-NAME(WS-DEPT-IDX)
                   TO WS-DSP-DEPT-NAME
           ELSE
               SET WS-DEPT-IDX UP BY 1
           END-IF.

       4200-CHARGER-HISTORIQUE.
      *    Les cinq dernières lignes de l'employé dans l'historique
      *    des salaires, la plus ancienne en tête : l'historique est
      *    positionné sur la première clé de l'employé et lu jusqu'à
      *    la première ligne d'un autre employé.
           MOVE ZERO TO WS-HIST-COUNT.
           MOVE "N" TO WS-SALHIST-EOF-SWITCH.
           OPEN INPUT EMPSALHIST-FILE.
           IF WS-SALHIST-STATUS = "00"
               MOVE EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 4210-LIRE-HISTORIQUE
               PERFORM 4220-RETENIR-HISTORIQUE
                   UNTIL WS-SALHIST-EOF-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           ELSE
               MOVE "(historique indisponible)"
                   TO WS-DSP-HIST-TEXT(1)
           END-IF.

       4210-LIRE-HISTORIQUE.
           IF WS-SALHIST-EOF-SWITCH = "N"
               READ EMPSALHIST-FILE
                   AT END
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = EMP-ID
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-IF
           END-IF.

       4220-RETENIR-HISTORIQUE.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM 4230-DECALER-HISTORIQUE
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX NOT < WS-HIST-MAX
           END-IF.
           MOVE HIST-SALARY TO WS-SALARY-EDIT.
           MOVE SPACE TO WS-DSP-HIST-TEXT(WS-HIST-COUNT).
           STRING HIST-EFFECTIVE-DATE " " WS-SALARY-EDIT " "
               HIST-REASON-CODE " " HIST-JOB-TITLE
               DELIMITED BY SIZE
               INTO WS-DSP-HIST-TEXT(WS-HIST-COUNT).
           PERFORM 4210-LIRE-HISTORIQUE.

       4230-DECALER-HISTORIQUE.
           MOVE WS-DSP-HIST-TEXT(WS-HIST-IDX + 1)
               TO WS-DSP-HIST-TEXT(WS-HIST-IDX).

       4300-CHARGER-RETENUES.
      *    Retenues de l'employé en cours à la date du jour (mêmes
      *    bornes que le calcul de la paie : début à zéro ou
      *    atteint, fin à zéro ou non dépassée).
           MOVE ZERO TO WS-DED-COUNT.
           MOVE "N" TO WS-DEDUC-EOF-SWITCH.
           OPEN INPUT EMPDEDUC-FILE.
           IF WS-DEDUC-STATUS = "00"
               PERFORM 4310-LIRE-RETENUE
               PERFORM 4320-RETENIR-RETENUE
                   UNTIL WS-DEDUC-EOF-SWITCH = "Y"
               CLOSE EMPDEDUC-FILE
           END-IF.
           IF WS-DED-COUNT = ZERO
               MOVE "(aucune)" TO WS-DSP-DED-TEXT(1)
           END-IF.
           IF WS-DED-COUNT > WS-DED-MAX
               SUBTRACT WS-DED-MAX FROM WS-DED-COUNT
               MOVE WS-DED-COUNT TO WS-DED-EDIT
               MOVE SPACE TO WS-SCR-MESSAGE
               STRING "Retenues : " WS-DED-EDIT
                   " autre(s) en cours non affichée(s)."
                   DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           END-IF.

       4310-LIRE-RETENUE.
           READ EMPDEDUC-FILE
               AT END
                   MOVE "Y" TO WS-DEDUC-EOF-SWITCH
           END-READ.

       4320-RETENIR-RETENUE.
           IF DED-EMP-ID = EMP-ID
               AND (DED-START-DATE = ZERO
                    OR DED-START-DATE NOT > WS-RUN-DATE)
               AND (DED-END-DATE = ZERO
                    OR DED-END-DATE NOT < WS-RUN-DATE)
               ADD 1 TO WS-DED-COUNT
               IF WS-DED-COUNT NOT > WS-DED-MAX
                   MOVE DED-AMOUNT TO WS-SALARY-EDIT
                   IF DED-TYPE = "P"
                       STRING DED-CODE " " DED-LABEL " "
                           WS-SALARY-EDIT " %"
                           DELIMITED BY SIZE
                           INTO WS-DSP-DED-TEXT(WS-DED-COUNT)
                   ELSE
                       STRING DED-CODE " " DED-LABEL " "
                           WS-SALARY-EDIT " EUR"
                           DELIMITED BY SIZE
                           INTO WS-DSP-DED-TEXT(WS-DED-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 4310-LIRE-RETENUE.

       4400-CHARGER-PAIES.
      *    Les quatre dernières périodes payées de l'employé, la plus
      *    ancienne en tête, et les cumuls de l'année civile en
      *    cours. Le registre est parcouru de période en période :
      *    la première ligne de chaque période en donne la date, la
      *    ligne de l'employé est alors lue par clé (date, EMP-ID),
      *    puis le registre est repositionné au-delà du dernier
      *    EMP-ID de la période.
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE ZERO TO WS-YTD-GROSS.
           MOVE ZERO TO WS-YTD-NET.
           MOVE ZERO TO WS-YTD-COUNT.
           MOVE "N" TO WS-PREG-EOF-SWITCH.
           OPEN INPUT EMPPREG-FILE.
           IF WS-PREG-STATUS = "00"
               MOVE ZERO TO PREG-PERIOD-DATE
               MOVE ZERO TO PREG-EMP-ID
               START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PREG-EOF-SWITCH
               END-START
               PERFORM 4410-LIRE-REGISTRE
                   UNTIL WS-PREG-EOF-SWITCH = "Y"
               CLOSE EMPPREG-FILE
           ELSE
               MOVE "(registre indisponible)" TO WS-DSP-PAY-TEXT(1)
           END-IF.
           MOVE WS-YTD-GROSS TO WS-YTD-EDIT.
           MOVE WS-YTD-EDIT TO WS-DSP-YTD-GROSS.
           MOVE WS-YTD-NET TO WS-YTD-EDIT.
           MOVE WS-YTD-EDIT TO WS-DSP-YTD-NET.
           MOVE WS-YTD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-DSP-YTD-COUNT.

       4410-LIRE-REGISTRE.
           READ EMPPREG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-PREG-EOF-SWITCH
           END-READ.
           IF WS-PREG-EOF-SWITCH = "N"
               MOVE PREG-PERIOD-DATE TO WS-PREG-DATE
               MOVE EMP-ID TO PREG-EMP-ID
               READ EMPPREG-FILE
                   KEY IS PREG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4420-RETENIR-PAIE
               END-READ
               MOVE WS-PREG-DATE TO PREG-PERIOD-DATE
               MOVE 99999999 TO PREG-EMP-ID
               START EMPPREG-FILE KEY IS GREATER THAN PREG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PREG-EOF-SWITCH
               END-START
           END-IF.

       4420-RETENIR-PAIE.
           IF WS-PAY-COUNT < WS-PAY-MAX
               ADD 1 TO WS-PAY-COUNT
           ELSE
               PERFORM 4430-DECALER-PAIE
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX NOT < WS-PAY-MAX
           END-IF.
           MOVE PREG-GROSS-SALARY TO WS-GROSS-EDIT.
           MOVE PREG-NET-SALARY TO WS-NET-EDIT.
           MOVE SPACE TO WS-DSP-PAY-TEXT(WS-PAY-COUNT).
           STRING "                 " PREG-PERIOD-DATE " "
               WS-GROSS-EDIT " " WS-NET-EDIT
               DELIMITED BY SIZE
               INTO WS-DSP-PAY-TEXT(WS-PAY-COUNT).
           IF WS-PREG-YEAR = WS-RUN-YEAR
               ADD PREG-GROSS-SALARY TO WS-YTD-GROSS
               ADD PREG-NET-SALARY TO WS-YTD-NET
               ADD 1 TO WS-YTD-COUNT
           END-IF.

       4430-DECALER-PAIE.
           MOVE WS-DSP-PAY-TEXT(WS-PAY-IDX + 1)
               TO WS-DSP-PAY-TEXT(WS-PAY-IDX).

       4900-EFFACER-FICHE.
      *    Remise à blanc de la fiche avant chaque recherche, pour
      *    qu'aucune donnée de l'employé précédent ne reste affichée.
           MOVE SPACE TO WS-DSP-EMP-ID.
           MOVE SPACE TO WS-DSP-LAST-NAME.
           MOVE SPACE TO WS-DSP-FIRST-NAME.
           MOVE SPACE TO WS-DSP-STATUS.
           MOVE SPACE TO WS-DSP-JOB-TITLE.
           MOVE SPACE TO WS-DSP-DEPT-CODE.
           MOVE SPACE TO WS-DSP-DEPT-NAME.
           MOVE SPACE TO WS-DSP-IBAN.
           MOVE SPACE TO WS-DSP-SALARY.
           MOVE SPACE TO WS-DSP-HIST-TABLE.
           MOVE SPACE TO WS-DSP-DED-TABLE.
           MOVE SPACE TO WS-DSP-PAY-TABLE.
           MOVE SPACE TO WS-DSP-YTD-GROSS.
           MOVE SPACE TO WS-DSP-YTD-NET.
           MOVE SPACE TO WS-DSP-YTD-COUNT.
           MOVE "DERNIERS CHANGEMENTS DE SALAIRE"
               TO WS-DSP-HIST-TITLE.

       9000-FINALISATION.
           IF WS-LOG-OPEN-SWITCH = "Y"
               CLOSE EMPINQLOG-FILE
           END-IF.
           IF WS-MASTER-OPEN-SWITCH = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
