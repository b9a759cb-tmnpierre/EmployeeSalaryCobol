      *    de période, embauches, fins de contrat, effectif en fin de
      *    période et taux de rotation, suivis d'une ligne de total
      *    société, dans le même esprit que la synthèse EMPDSUM.
      *    Les dates d'embauche sont lues par clé dans les lignes
      *    "EMBA" de l'historique des salaires (EMPSALHIST), les fins
      *    de contrat dans EMP-TERM-DATE du fichier maître, et chaque
      *    employé est rattaché à son département EMP-DEPT-CODE
      *    (libellés du référentiel EMPDEPT ; les codes inconnus ou à
      *    blanc sont regroupés sur une ligne dédiée). Un employé
               FILE STATUS IS WS-DEPT-STATUS.

      *    Historique des salaires, relu pour les dates d'embauche
      *    (lignes "EMBA"), indexé sur l'employé et la date d'effet.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Rapport des mouvements par département.
      *    trouvé dans la table.
       01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".

      *    Indicateur que l'historique des salaires est ouvert.
       01 WS-SALHIST-OPEN-SWITCH PIC X VALUE "N".

      *    Périodes (AAAAMM) d'embauche et de sortie de l'employé
      *    courant : zéro = embauché avant toute période historisée,
           END-IF.

           PERFORM 1100-CHARGER-DEPARTEMENTS.
           PERFORM 1200-OUVRIR-HISTORIQUE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 1110-LIRE-DEPARTEMENT
           END-IF.

       1200-OUVRIR-HISTORIQUE.
      *    L'historique des salaires est lu par clé pour la date
      *    d'embauche de chaque employé (même convention que le
      *    prorata d'EMPNET). L'absence de l'historique n'empêche pas
      *    l'édition : les employés sont alors réputés embauchés
      *    avant la période.
                       "(statut " WS-SALHIST-STATUS "), embauches "
                       "indisponibles."
               END-IF
           ELSE
               MOVE "Y" TO WS-SALHIST-OPEN-SWITCH
           END-IF.

       2000-TRAITEMENT.
           END-IF.

       3200-DETERMINER-PERIODES.
      *    Période d'embauche depuis la plus ancienne ligne "EMBA"
      *    de l'employé, lue par clé (zéro : embauché avant toute
      *    période historisée), période de sortie depuis
      *    EMP-TERM-DATE (999999 : toujours présent).
           MOVE ZERO TO WS-EMP-HIRE-PERIOD.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               MOVE "N" TO WS-SALHIST-EOF-SWITCH
               MOVE EMP-ID TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               END-START
               PERFORM 3210-EXAMINER-EMBAUCHE-EMPLOYE
                   UNTIL WS-SALHIST-EOF-SWITCH = "Y"
           END-IF.

           IF EMP-STATUS = "T"
           END-IF.

       3210-EXAMINER-EMBAUCHE-EMPLOYE.
           READ EMPSALHIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
           END-READ.
           IF WS-SALHIST-EOF-SWITCH = "N"
               IF HIST-EMP-ID NOT = EMP-ID
                   MOVE "Y" TO WS-SALHIST-EOF-SWITCH
               ELSE
                   IF HIST-REASON-CODE = "EMBA"
                       COMPUTE WS-EMP-HIRE-PERIOD =
                           HIST-EFFECTIVE-DATE / 100
                       MOVE "Y" TO WS-SALHIST-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       4000-EDITER-MOUVEMENTS.
               CLOSE EMPMOVE-RPT
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-SALHIST-OPEN-SWITCH = "Y"
               CLOSE EMPSALHIST-FILE
           END-IF.
