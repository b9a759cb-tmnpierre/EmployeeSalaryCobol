      *    que le salaire d'un employé change. Le code fonction
      *    indique l'opération à exécuter : "OPEN ", "WRITE" ou
      *    "CLOSE". Suit la même convention que EMPAUDIT.
      *    L'historique est un fichier indexé sur l'employé, la date
      *    d'effet et un numéro d'ordre : plusieurs changements du
      *    même employé à la même date (par exemple une modification
      *    et une campagne EMPINCR le même jour) reçoivent des
      *    numéros d'ordre successifs au lieu de s'écraser.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'historique des salaires, indexé sur l'employé,
      *    la date d'effet et le numéro d'ordre, alimenté en écriture
      *    seule.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY OF SALHIST-LINE
               FILE STATUS IS WS-SALHIST-STATUS.

       DATA DIVISION.
      *    Statut du fichier EMPSALHIST-FILE après chaque opération.
       01 WS-SALHIST-STATUS PIC X(2) VALUE "00".

      *    Indicateur que la ligne courante a été écrite (ou que
      *    l'écriture a définitivement échoué).
       01 WS-WRITTEN-SWITCH PIC X VALUE "N".

       LINKAGE SECTION.

      *    Code fonction demandé par le programme appelant.
           GOBACK.

       1000-OUVRIR-SALHIST.
      *    Le fichier est ouvert en mise à jour : créé vide s'il
      *    n'existe pas encore, complété sinon.
           OPEN I-O EMPSALHIST-FILE.
           IF WS-SALHIST-STATUS = "35"
               OPEN OUTPUT EMPSALHIST-FILE
               CLOSE EMPSALHIST-FILE
               OPEN I-O EMPSALHIST-FILE
           END-IF.
           IF WS-SALHIST-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPSALHIST : "
                   WS-SALHIST-STATUS
           END-IF.

       2000-ECRIRE-SALHIST.
      *    Le numéro d'ordre part de zéro et augmente tant que la clé
      *    est déjà prise par un autre changement du même jour.
           MOVE LS-SALHIST-RECORD TO SALHIST-LINE.
           MOVE ZERO TO HIST-SEQUENCE OF SALHIST-LINE.
           MOVE "N" TO WS-WRITTEN-SWITCH.
           PERFORM 2100-ECRIRE-LIGNE
               UNTIL WS-WRITTEN-SWITCH = "Y".

       2100-ECRIRE-LIGNE.
           WRITE SALHIST-LINE
               INVALID KEY
                   IF WS-SALHIST-STATUS = "22"
                       AND HIST-SEQUENCE OF SALHIST-LINE < 99
                       ADD 1 TO HIST-SEQUENCE OF SALHIST-LINE
                   ELSE
                       DISPLAY "EMPSALHIST : échec de l'écriture "
                           "pour l'employé "
                           HIST-EMP-ID OF SALHIST-LINE
                           " (statut " WS-SALHIST-STATUS ")"
                       MOVE "Y" TO WS-WRITTEN-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRITTEN-SWITCH
           END-WRITE.

       9000-FERMER-SALHIST.
           CLOSE EMPSALHIST-FILE.
