      *    *************************************************************
      *    EMPCONV - CONVERSION DU REGISTRE DE PAIE ET DE L'HISTORIQUE
      *    DES SALAIRES EN FICHIERS INDEXES
      *    Programme à exécuter une seule fois, au passage du registre
      *    de paie (EMPPREG) et de l'historique des salaires
      *    (EMPSALHIST) de fichiers séquentiels en fichiers indexés.
      *    Les anciens fichiers, renommés EMPPREGSEQ et EMPSHSEQ, sont
      *    relus en entier et chaque ligne est écrite dans le nouveau
      *    fichier indexé :
      *    - le registre est indexé sur la date de période et l'EMP-ID
      *      (voir EMPPREGREC), sa structure est inchangée ; deux
      *      lignes de même clé (paie réexécutée avant la purge des
      *      périodes) ne peuvent coexister, la dernière lue remplace
      *      la précédente, comme elle le faisait dans les cumuls ;
      *    - l'historique est indexé sur l'employé, la date d'effet et
      *      un numéro d'ordre (voir EMPSALHREC) ; l'ancienne ligne
      *      est remise dans l'ordre des rubriques de la nouvelle, et
      *      plusieurs changements du même employé à la même date
      *      reçoivent des numéros d'ordre successifs dans l'ordre de
      *      l'ancien fichier.
      *    Les lignes dont la clé ou les montants ne sont pas
      *    numériques sont écartées. Après écriture, chaque fichier
      *    indexé est relu : le nombre de lignes et les totaux (brut
      *    et net du registre, salaires de l'historique) doivent être
      *    égaux à ceux des lignes lues, moins les lignes écartées et
      *    remplacées. Le rapport EMPCNVRPT liste ces lignes et le
      *    contrôle. Un écart ou une erreur de fichier donne le code
      *    retour 16 : les anciens fichiers sont alors à conserver et
      *    la conversion à reprendre ; des lignes écartées ou
      *    remplacées sans écart donnent le code retour 4.
      *    Un ancien fichier absent n'est pas converti et le fichier
      *    indexé correspondant n'est pas touché.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empconv.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Ancien registre de paie, séquentiel.
           SELECT EMPPREGSEQ-FILE ASSIGN TO "EMPPREGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-REGISTER-STATUS.

      *    Nouveau registre de paie, indexé sur la date de période et
      *    l'EMP-ID.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Ancien historique des salaires, séquentiel.
           SELECT EMPSHSEQ-FILE ASSIGN TO "EMPSHSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SALHIST-STATUS.

      *    Nouvel historique des salaires, indexé sur l'employé, la
      *    date d'effet et le numéro d'ordre.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Rapport de la conversion, pour contrôle avant remise en
      *    exploitation.
           SELECT EMPCONV-RPT ASSIGN TO "EMPCNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPREGSEQ-FILE.

      *    Une ligne de l'ancien registre, de même structure que la
      *    nouvelle (voir EMPPREGREC).
       01 OLD-REGISTER-RECORD PIC X(193).

       FD  EMPPREG-FILE.

      *    Une ligne du registre de paie (structure partagée, voir
      *    EMPPREGREC).
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPSHSEQ-FILE.

      *    Une ligne de l'ancien historique, dans l'ordre de ses
      *    rubriques d'origine.
       01 OLD-SALHIST-LINE.
           05 OLD-HIST-EMP-ID PIC 9(8).
           05 OLD-HIST-SALARY PIC 9(5)V99.
           05 OLD-HIST-JOB-TITLE PIC X(24).
           05 OLD-HIST-EFFECTIVE-DATE PIC 9(8).
           05 OLD-HIST-REASON-CODE PIC X(4).

       FD  EMPSALHIST-FILE.

      *    Ligne d'historique de salaire (structure partagée, voir
      *    EMPSALHREC).
       01 SALHIST-LINE.
           COPY EMPSALHREC.

       FD  EMPCONV-RPT.

      *    Une ligne du rapport de conversion.
       01 CONV-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

      *    Statuts des fichiers après chaque opération.
       01 WS-OLD-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-OLD-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS PIC X(2) VALUE "00".

      *    Indicateurs de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".

      *    Indicateur d'erreur : fichier illisible ou écart au
      *    contrôle, la conversion est à reprendre.
       01 WS-ERROR-SWITCH PIC X VALUE "N".

      *    Indicateur que la ligne d'historique courante a été écrite
      *    (ou que l'écriture a définitivement échoué).
       01 WS-WRITTEN-SWITCH PIC X VALUE "N".

      *    Ligne du registre en cours d'écriture, conservée pendant
      *    la lecture de la ligne de même clé qu'elle remplace.
       01 WS-REGISTER-SAVE PIC X(193) VALUE SPACE.

      *    Compteurs et totaux du registre : lignes lues, écartées,
      *    remplacées, attendues et relues ; brut et net attendus et
      *    relus.
       01 WS-PREG-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PREG-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PREG-REPLACE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PREG-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PREG-CHECK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PREG-EXPECTED-GROSS PIC S9(11)V99 VALUE ZERO.
       01 WS-PREG-CHECK-GROSS PIC S9(11)V99 VALUE ZERO.
       01 WS-PREG-EXPECTED-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-PREG-CHECK-NET PIC S9(11)V99 VALUE ZERO.

      *    Compteurs et totaux de l'historique : lignes lues,
      *    écartées, attendues et relues ; salaires attendus et
      *    relus.
       01 WS-HIST-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIST-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIST-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIST-CHECK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIST-EXPECTED-SALARY PIC S9(11)V99 VALUE ZERO.
       01 WS-HIST-CHECK-SALARY PIC S9(11)V99 VALUE ZERO.

      *    Zones d'édition des totaux pour le rapport.
       01 WS-EXPECTED-EDIT PIC -ZZZZZZZZZZ9.99.
       01 WS-CHECK-EDIT PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALISATION.
           PERFORM 2000-CONVERTIR-REGISTRE.
           PERFORM 3000-CONVERTIR-HISTORIQUE.
           PERFORM 9000-FINALISATION.
           STOP RUN.

       1000-INITIALISATION.
           OPEN OUTPUT EMPCONV-RPT.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "CONVERSION DU REGISTRE DE PAIE ET DE L'HISTORIQUE "
               "DES SALAIRES EN FICHIERS INDEXES"
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.

       2000-CONVERTIR-REGISTRE.
      *    Conversion du registre : l'ancien fichier absent laisse le
      *    registre indexé intact. Le registre est créé vide puis
      *    rouvert en mise à jour, le remplacement d'une ligne de même
      *    clé demandant sa relecture et sa réécriture.
           OPEN INPUT EMPPREGSEQ-FILE.
           EVALUATE WS-OLD-REGISTER-STATUS
               WHEN "00"
                   OPEN OUTPUT EMPPREG-FILE
                   IF WS-REGISTER-STATUS NOT = "00"
                       DISPLAY "Erreur à la création de EMPPREG : "
                           WS-REGISTER-STATUS
                       MOVE "Y" TO WS-ERROR-SWITCH
                   ELSE
                       CLOSE EMPPREG-FILE
                       IF WS-REGISTER-STATUS NOT = "00"
                           DISPLAY "Erreur à la fermeture de "
                               "EMPPREG : " WS-REGISTER-STATUS
                           MOVE "Y" TO WS-ERROR-SWITCH
                       ELSE
                           OPEN I-O EMPPREG-FILE
                           IF WS-REGISTER-STATUS NOT = "00"
                               DISPLAY "Erreur à l'ouverture de "
                                   "EMPPREG : " WS-REGISTER-STATUS
                               MOVE "Y" TO WS-ERROR-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   IF WS-REGISTER-STATUS = "00"
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM 2100-LIRE-ANCIEN-REGISTRE
                       PERFORM 2200-CONVERTIR-LIGNE-REGISTRE
                           UNTIL WS-EOF-SWITCH = "Y"
                       CLOSE EMPPREG-FILE
                       PERFORM 2500-CONTROLER-REGISTRE
                   END-IF
                   CLOSE EMPPREGSEQ-FILE
               WHEN "35"
                   MOVE SPACE TO CONV-REPORT-LINE
                   STRING "Registre : ancien fichier EMPPREGSEQ "
                       "absent, registre non converti."
                       DELIMITED BY SIZE INTO CONV-REPORT-LINE
                   WRITE CONV-REPORT-LINE
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPPREGSEQ : "
                       WS-OLD-REGISTER-STATUS
                   MOVE "Y" TO WS-ERROR-SWITCH
           END-EVALUATE.

       2100-LIRE-ANCIEN-REGISTRE.
           READ EMPPREGSEQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2200-CONVERTIR-LIGNE-REGISTRE.
           ADD 1 TO WS-PREG-READ-COUNT.
           MOVE OLD-REGISTER-RECORD TO REGISTER-RECORD.
           IF PREG-PERIOD-DATE IS NOT NUMERIC
               OR PREG-EMP-ID IS NOT NUMERIC
               OR PREG-GROSS-SALARY IS NOT NUMERIC
               OR PREG-NET-SALARY IS NOT NUMERIC
               ADD 1 TO WS-PREG-REJECT-COUNT
               MOVE SPACE TO CONV-REPORT-LINE
               STRING "Registre : ligne " WS-PREG-READ-COUNT
                   " écartée (clé ou montant non numérique)"
                   DELIMITED BY SIZE INTO CONV-REPORT-LINE
               WRITE CONV-REPORT-LINE
           ELSE
               ADD 1 TO WS-PREG-EXPECTED-COUNT
               ADD PREG-GROSS-SALARY TO WS-PREG-EXPECTED-GROSS
               ADD PREG-NET-SALARY TO WS-PREG-EXPECTED-NET
               WRITE REGISTER-RECORD
                   INVALID KEY
                       PERFORM 2300-REMPLACER-LIGNE-REGISTRE
               END-WRITE
           END-IF.
           PERFORM 2100-LIRE-ANCIEN-REGISTRE.

       2300-REMPLACER-LIGNE-REGISTRE.
      *    Clé déjà écrite : la ligne précédente est relue pour être
      *    retirée des totaux attendus, puis remplacée.
           IF WS-REGISTER-STATUS NOT = "22"
               DISPLAY "EMPCONV : échec de l'écriture du registre "
                   "pour l'employé " PREG-EMP-ID
                   " (statut " WS-REGISTER-STATUS ")"
               MOVE "Y" TO WS-ERROR-SWITCH
           ELSE
               MOVE REGISTER-RECORD TO WS-REGISTER-SAVE
               READ EMPPREG-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "EMPCONV : relecture impossible de la ligne "
                       "de registre de l'employé " PREG-EMP-ID
                       " (statut " WS-REGISTER-STATUS ")"
                   MOVE "Y" TO WS-ERROR-SWITCH
               ELSE
                   ADD 1 TO WS-PREG-REPLACE-COUNT
                   SUBTRACT 1 FROM WS-PREG-EXPECTED-COUNT
                   SUBTRACT PREG-GROSS-SALARY
                       FROM WS-PREG-EXPECTED-GROSS
                   SUBTRACT PREG-NET-SALARY FROM WS-PREG-EXPECTED-NET
                   MOVE WS-REGISTER-SAVE TO REGISTER-RECORD
                   REWRITE REGISTER-RECORD
                   IF WS-REGISTER-STATUS NOT = "00"
                       DISPLAY "EMPCONV : échec du remplacement de la "
                           "ligne de registre de l'employé "
                           PREG-EMP-ID " (statut " WS-REGISTER-STATUS
                           ")"
                       MOVE "Y" TO WS-ERROR-SWITCH
                   END-IF
                   MOVE SPACE TO CONV-REPORT-LINE
                   STRING "Registre : ligne " WS-PREG-READ-COUNT
                       " période " PREG-PERIOD-DATE
                       " EMP-ID " PREG-EMP-ID
                       " remplace la ligne de même clé"
                       DELIMITED BY SIZE INTO CONV-REPORT-LINE
                   WRITE CONV-REPORT-LINE
               END-IF
           END-IF.

       2500-CONTROLER-REGISTRE.
      *    Relecture complète du registre indexé et comparaison aux
      *    totaux attendus.
           OPEN INPUT EMPPREG-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Erreur à la relecture de EMPPREG : "
                   WS-REGISTER-STATUS
               MOVE "Y" TO WS-ERROR-SWITCH
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2510-RELIRE-REGISTRE
               PERFORM 2520-CUMULER-REGISTRE
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE EMPPREG-FILE
           END-IF.
           PERFORM 2600-EDITER-CONTROLE-REGISTRE.

       2510-RELIRE-REGISTRE.
           READ EMPPREG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2520-CUMULER-REGISTRE.
           ADD 1 TO WS-PREG-CHECK-COUNT.
           ADD PREG-GROSS-SALARY TO WS-PREG-CHECK-GROSS.
           ADD PREG-NET-SALARY TO WS-PREG-CHECK-NET.
           PERFORM 2510-RELIRE-REGISTRE.

       2600-EDITER-CONTROLE-REGISTRE.
           MOVE SPACE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Registre : lignes lues " WS-PREG-READ-COUNT
               ", écartées " WS-PREG-REJECT-COUNT
               ", remplacées " WS-PREG-REPLACE-COUNT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Registre : lignes attendues "
               WS-PREG-EXPECTED-COUNT
               ", relues " WS-PREG-CHECK-COUNT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE WS-PREG-EXPECTED-GROSS TO WS-EXPECTED-EDIT.
           MOVE WS-PREG-CHECK-GROSS TO WS-CHECK-EDIT.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Registre : brut attendu " WS-EXPECTED-EDIT
               ", relu " WS-CHECK-EDIT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE WS-PREG-EXPECTED-NET TO WS-EXPECTED-EDIT.
           MOVE WS-PREG-CHECK-NET TO WS-CHECK-EDIT.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Registre : net attendu   " WS-EXPECTED-EDIT
               ", relu " WS-CHECK-EDIT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           IF WS-PREG-CHECK-COUNT = WS-PREG-EXPECTED-COUNT
               AND WS-PREG-CHECK-GROSS = WS-PREG-EXPECTED-GROSS
               AND WS-PREG-CHECK-NET = WS-PREG-EXPECTED-NET
               MOVE "Registre : contrôle concordant."
                   TO CONV-REPORT-LINE
           ELSE
               STRING "*** Registre : ECART AU CONTROLE, conversion "
                   "à reprendre."
                   DELIMITED BY SIZE INTO CONV-REPORT-LINE
               MOVE "Y" TO WS-ERROR-SWITCH
           END-IF.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.

       3000-CONVERTIR-HISTORIQUE.
      *    Conversion de l'historique : l'ancien fichier absent laisse
      *    l'historique indexé intact.
           OPEN INPUT EMPSHSEQ-FILE.
           EVALUATE WS-OLD-SALHIST-STATUS
               WHEN "00"
                   OPEN OUTPUT EMPSALHIST-FILE
                   IF WS-SALHIST-STATUS NOT = "00"
                       DISPLAY "Erreur à l'ouverture de EMPSALHIST : "
                           WS-SALHIST-STATUS
                       MOVE "Y" TO WS-ERROR-SWITCH
                   ELSE
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM 3100-LIRE-ANCIEN-HISTORIQUE
                       PERFORM 3200-CONVERTIR-LIGNE-HISTORIQUE
                           UNTIL WS-EOF-SWITCH = "Y"
                       CLOSE EMPSALHIST-FILE
                       PERFORM 3500-CONTROLER-HISTORIQUE
                   END-IF
                   CLOSE EMPSHSEQ-FILE
               WHEN "35"
                   MOVE SPACE TO CONV-REPORT-LINE
                   STRING "Historique : ancien fichier EMPSHSEQ "
                       "absent, historique non converti."
                       DELIMITED BY SIZE INTO CONV-REPORT-LINE
                   WRITE CONV-REPORT-LINE
               WHEN OTHER
                   DISPLAY "Erreur à l'ouverture de EMPSHSEQ : "
                       WS-OLD-SALHIST-STATUS
                   MOVE "Y" TO WS-ERROR-SWITCH
           END-EVALUATE.

       3100-LIRE-ANCIEN-HISTORIQUE.
           READ EMPSHSEQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3200-CONVERTIR-LIGNE-HISTORIQUE.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF OLD-HIST-EMP-ID IS NOT NUMERIC
               OR OLD-HIST-EFFECTIVE-DATE IS NOT NUMERIC
               OR OLD-HIST-SALARY IS NOT NUMERIC
               ADD 1 TO WS-HIST-REJECT-COUNT
               MOVE SPACE TO CONV-REPORT-LINE
               STRING "Historique : ligne " WS-HIST-READ-COUNT
                   " écartée (clé ou salaire non numérique)"
                   DELIMITED BY SIZE INTO CONV-REPORT-LINE
               WRITE CONV-REPORT-LINE
           ELSE
               ADD 1 TO WS-HIST-EXPECTED-COUNT
               ADD OLD-HIST-SALARY TO WS-HIST-EXPECTED-SALARY
               MOVE OLD-HIST-EMP-ID TO HIST-EMP-ID
               MOVE OLD-HIST-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               MOVE OLD-HIST-SALARY TO HIST-SALARY
               MOVE OLD-HIST-JOB-TITLE TO HIST-JOB-TITLE
               MOVE OLD-HIST-REASON-CODE TO HIST-REASON-CODE
               MOVE "N" TO WS-WRITTEN-SWITCH
               PERFORM 3300-ECRIRE-LIGNE-HISTORIQUE
                   UNTIL WS-WRITTEN-SWITCH = "Y"
           END-IF.
           PERFORM 3100-LIRE-ANCIEN-HISTORIQUE.

       3300-ECRIRE-LIGNE-HISTORIQUE.
      *    Le numéro d'ordre part de zéro et augmente tant que la clé
      *    est déjà prise par un changement antérieur du même jour,
      *    comme dans EMPSALHIST.
           WRITE SALHIST-LINE
               INVALID KEY
                   IF WS-SALHIST-STATUS = "22"
                       AND HIST-SEQUENCE < 99
                       ADD 1 TO HIST-SEQUENCE
                   ELSE
                       DISPLAY "EMPCONV : échec de l'écriture de "
                           "l'historique pour l'employé " HIST-EMP-ID
                           " (statut " WS-SALHIST-STATUS ")"
                       MOVE "Y" TO WS-ERROR-SWITCH
                       MOVE "Y" TO WS-WRITTEN-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRITTEN-SWITCH
           END-WRITE.

       3500-CONTROLER-HISTORIQUE.
      *    Relecture complète de l'historique indexé et comparaison
      *    aux totaux attendus.
           OPEN INPUT EMPSALHIST-FILE.
           IF WS-SALHIST-STATUS NOT = "00"
               DISPLAY "Erreur à la relecture de EMPSALHIST : "
                   WS-SALHIST-STATUS
               MOVE "Y" TO WS-ERROR-SWITCH
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3510-RELIRE-HISTORIQUE
               PERFORM 3520-CUMULER-HISTORIQUE
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
           PERFORM 3600-EDITER-CONTROLE-HISTORIQUE.

       3510-RELIRE-HISTORIQUE.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3520-CUMULER-HISTORIQUE.
           ADD 1 TO WS-HIST-CHECK-COUNT.
           ADD HIST-SALARY TO WS-HIST-CHECK-SALARY.
           PERFORM 3510-RELIRE-HISTORIQUE.

       3600-EDITER-CONTROLE-HISTORIQUE.
           MOVE SPACE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Historique : lignes lues " WS-HIST-READ-COUNT
               ", écartées " WS-HIST-REJECT-COUNT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Historique : lignes attendues "
               WS-HIST-EXPECTED-COUNT
               ", relues " WS-HIST-CHECK-COUNT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE WS-HIST-EXPECTED-SALARY TO WS-EXPECTED-EDIT.
           MOVE WS-HIST-CHECK-SALARY TO WS-CHECK-EDIT.
           MOVE SPACE TO CONV-REPORT-LINE.
           STRING "Historique : salaires attendus " WS-EXPECTED-EDIT
               ", relus " WS-CHECK-EDIT
               DELIMITED BY SIZE INTO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           MOVE SPACE TO CONV-REPORT-LINE.
           IF WS-HIST-CHECK-COUNT = WS-HIST-EXPECTED-COUNT
               AND WS-HIST-CHECK-SALARY = WS-HIST-EXPECTED-SALARY
               MOVE "Historique : contrôle concordant."
                   TO CONV-REPORT-LINE
           ELSE
               STRING "*** Historique : ECART AU CONTROLE, "
                   "conversion à reprendre."
                   DELIMITED BY SIZE INTO CONV-REPORT-LINE
               MOVE "Y" TO WS-ERROR-SWITCH
           END-IF.
           WRITE CONV-REPORT-LINE.

       9000-FINALISATION.
           MOVE SPACE TO CONV-REPORT-LINE.
           WRITE CONV-REPORT-LINE.
           IF WS-ERROR-SWITCH = "Y"
               STRING "*** CONVERSION EN ERREUR : CONSERVER LES "
                   "ANCIENS FICHIERS ET REPRENDRE LA CONVERSION"
                   DELIMITED BY SIZE INTO CONV-REPORT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Conversion terminée, contrôles concordants."
                   TO CONV-REPORT-LINE
               IF WS-PREG-REJECT-COUNT > ZERO
                   OR WS-PREG-REPLACE-COUNT > ZERO
                   OR WS-HIST-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE CONV-REPORT-LINE.
           CLOSE EMPCONV-RPT.
