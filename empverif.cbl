      *      journal durable des purges (EMPPRGLOG, tenu par EMPPURGE
      *      et conservé sans limite, voir EMPPRGREC) ; sans cette
      *      preuve, elles font exception.
      *    L'historique, indexé sur l'employé et la date d'effet, est
      *    lu en parallèle du fichier maître (même ordre des EMP-ID),
      *    puis relu par clé pour chaque changement audité.
      *    Les écarts sont listés sur le rapport d'exceptions
      *    EMPVERRPT ; la présence d'exceptions se signale par le
      *    code retour 4.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Historique des salaires à vérifier, indexé sur l'employé
      *    et la date d'effet.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Piste d'audit à vérifier.
      *    Indicateur que EMPLOYEE-MASTER a été ouvert avec succès.
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur que l'historique des salaires est ouvert.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Synthèse de l'historique de l'employé courant du maître :
      *    présence de lignes, dernière ligne (date d'effet la plus
      *    récente) et présence d'une ligne d'embauche "EMBA".
       01 WS-HIST-FOUND-SWITCH PIC X VALUE "N".
       01 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-SALARY PIC 9(5)V99 VALUE ZERO.
       01 WS-EMBA-SWITCH PIC X VALUE "N".

      *    Employé de l'historique absent du maître, en cours de
      *    contrôle.
       01 WS-ORPHAN-EMP-ID PIC 9(8) VALUE ZERO.

      *    Employés dont la purge est inscrite au journal durable
      *    EMPPRGLOG, preuve admise pour les historiques orphelins.
                               INDEXED BY WS-PURGE-IDX
                               PIC 9(8).

      *    Indicateurs de recherche.
       01 WS-ROW-FOUND-SWITCH PIC X VALUE "N".
       01 WS-PURGE-FOUND-SWITCH PIC X VALUE "N".

           STOP RUN.

       1000-INITIALISATION.
           PERFORM 1100-OUVRIR-HISTORIQUE.
           PERFORM 1200-CHARGER-PURGES.

           IF WS-EOF-SWITCH = "N"
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
                       WS-MASTER-STATUS
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   MOVE "Y" TO WS-MASTER-OPEN-SWITCH
                   OPEN OUTPUT EMPVERIF-RPT
                   PERFORM 2100-LIRE-EMPLOYE
               END-IF
           END-IF.

       1100-OUVRIR-HISTORIQUE.
      *    L'historique des salaires est lu dans l'ordre de ses clés,
      *    donc par employé comme le fichier maître. Sans historique
      *    lisible, le contrôle est sans objet : l'exécution
      *    s'arrête.
           OPEN INPUT EMPSALHIST-FILE.
           IF WS-SALHIST-STATUS NOT = "00"
               DISPLAY "EMPVERIF : fichier EMPSALHIST illisible "
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-SALHIST-OPEN-SWITCH
               PERFORM 1110-LIRE-HISTORIQUE
           END-IF.

       1110-LIRE-HISTORIQUE.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-READ.

       1200-CHARGER-PURGES.
      *    Chargement des purges depuis le journal durable EMPPRGLOG
      *    (tenu par EMPPURGE, jamais purgé). Son absence est tolérée
       3000-CONTROLER-EMPLOYE.
      *    Contrôles par employé du maître : concordance du salaire
      *    avec la dernière ligne d'historique, et présence d'une
      *    ligne d'embauche pour les actifs. Les employés de
      *    l'historique qui précèdent l'employé courant sont absents
      *    du maître.
           PERFORM 6100-EXAMINER-ORPHELIN
               UNTIL WS-SALHIST-EOF-SWITCH = "Y"
               OR HIST-EMP-ID NOT LESS THAN EMP-ID.
           MOVE "N" TO WS-HIST-FOUND-SWITCH.
           MOVE "N" TO WS-EMBA-SWITCH.
           MOVE ZERO TO WS-LAST-DATE.
           MOVE ZERO TO WS-LAST-SALARY.
           PERFORM 3100-RETENIR-LIGNE-HISTORIQUE
               UNTIL WS-SALHIST-EOF-SWITCH = "Y"
               OR HIST-EMP-ID NOT = EMP-ID.
           IF WS-HIST-FOUND-SWITCH = "Y"
               IF WS-LAST-SALARY NOT = SALARY
                   PERFORM 4100-SIGNALER-ECART-SALAIRE
               END-IF
               IF EMP-STATUS NOT = "T"
                   AND WS-EMBA-SWITCH = "N"
                   PERFORM 4200-SIGNALER-EMBAUCHE-ABSENTE
               END-IF
           ELSE
               END-IF
           END-IF.

       3100-RETENIR-LIGNE-HISTORIQUE.
      *    Les lignes de l'employé se lisent dans l'ordre des dates
      *    d'effet ; à date égale, dans l'ordre d'écriture. La
      *    dernière lue est donc la plus récente.
           MOVE "Y" TO WS-HIST-FOUND-SWITCH.
           MOVE HIST-EFFECTIVE-DATE TO WS-LAST-DATE.
           MOVE HIST-SALARY TO WS-LAST-SALARY.
           IF HIST-REASON-CODE = "EMBA"
               MOVE "Y" TO WS-EMBA-SWITCH
           END-IF.
           PERFORM 1110-LIRE-HISTORIQUE.

       4100-SIGNALER-ECART-SALAIRE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SALARY TO WS-SALARY-EDIT.
           MOVE WS-LAST-SALARY TO WS-SALARY-EDIT-2.
           MOVE SPACE TO VERIF-REPORT-LINE.
           STRING "EMP-ID " EMP-ID " : SALARY maître "
               WS-SALARY-EDIT " <> dernier historique "
               WS-SALARY-EDIT-2 " (au "
               WS-LAST-DATE ")"
               DELIMITED BY SIZE INTO VERIF-REPORT-LINE.
           WRITE VERIF-REPORT-LINE.

           PERFORM 5100-LIRE-AUDIT.

       5300-CHERCHER-LIGNE-HISTORIQUE.
      *    Lecture par clé de la première ligne de l'employé à la
      *    date d'effet auditée.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE AUD-EMP-ID TO HIST-EMP-ID.
           MOVE AUD-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE.
           MOVE ZERO TO HIST-SEQUENCE.
           MOVE "N" TO WS-SALHIST-EOF-SWITCH.
           START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-START.
           IF WS-SALHIST-EOF-SWITCH = "N"
               PERFORM 1110-LIRE-HISTORIQUE
           END-IF.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID = AUD-EMP-ID
                   AND HIST-EFFECTIVE-DATE = AUD-EFFECTIVE-DATE
                   MOVE "Y" TO WS-ROW-FOUND-SWITCH
               END-IF
           END-IF.

       5400-SIGNALER-AUDIT-SANS-HISTORIQUE.
       6000-CONTROLER-ORPHELINS.
      *    Les employés de l'historique absents du maître doivent
      *    avoir leur purge au journal durable EMPPRGLOG ; sinon
      *    l'historique est orphelin sans preuve. Ceux qui suivent le
      *    dernier employé du maître sont examinés en fin de lecture.
           PERFORM 6100-EXAMINER-ORPHELIN
               UNTIL WS-SALHIST-EOF-SWITCH = "Y".

       6100-EXAMINER-ORPHELIN.
      *    Un employé orphelin n'est signalé qu'une fois, ses lignes
      *    suivantes sont passées.
           MOVE HIST-EMP-ID TO WS-ORPHAN-EMP-ID.
           PERFORM 6200-CHERCHER-PURGE.
           IF WS-PURGE-FOUND-SWITCH = "N"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACE TO VERIF-REPORT-LINE
               STRING "EMP-ID " WS-ORPHAN-EMP-ID
                   " : historique sans enregistrement maître "
                   "ni purge journalisée"
                   DELIMITED BY SIZE INTO VERIF-REPORT-LINE
               WRITE VERIF-REPORT-LINE
           END-IF.
           PERFORM 1110-LIRE-HISTORIQUE
               UNTIL WS-SALHIST-EOF-SWITCH = "Y"
               OR HIST-EMP-ID NOT = WS-ORPHAN-EMP-ID.

       6200-CHERCHER-PURGE.
           MOVE "N" TO WS-PURGE-FOUND-SWITCH.
               OR WS-PURGE-IDX > WS-PURGE-COUNT.

       6210-EXAMINER-PURGE.
           IF WS-PURGE-EMP-ID(WS-PURGE-IDX) = WS-ORPHAN-EMP-ID
               MOVE "Y" TO WS-PURGE-FOUND-SWITCH
           ELSE
               SET WS-PURGE-IDX UP BY 1

       9000-FINALISATION.
           IF WS-MASTER-OPEN-SWITCH = "Y"
      *        Les orphelins restants sont examinés avant le
      *        rapprochement de la piste d'audit, qui repositionne
      *        l'historique.
               PERFORM 6000-CONTROLER-ORPHELINS
               PERFORM 5000-CONTROLER-AUDIT

               MOVE SPACE TO VERIF-REPORT-LINE
               WRITE VERIF-REPORT-LINE
               CLOSE EMPVERIF-RPT
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
