      *    Les lignes sont triées par employé et par date d'effet.
      *    La variable d'environnement EMPSELID, si elle contient un
      *    identifiant d'employé sur huit chiffres, limite le relevé
      *    à cet employé, dont les seules lignes sont lues (historique
      *    indexé, positionné sur sa première clé) ; à blanc ou
      *    absente, tous les employés sont édités.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'historique des salaires, indexé sur l'employé et
      *    la date d'effet, relu en entrée.
           SELECT EMPSALHIST-FILE ASSIGN TO "EMPSALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      *    Fichier de travail du tri par employé et date d'effet.

       3000-SELECTIONNER.
      *    Alimentation du tri : toutes les lignes d'historique, ou
      *    celles du seul employé sélectionné, lues à partir de sa
      *    première clé et jusqu'à la première ligne d'un autre
      *    employé.
           IF WS-SELECT-ALL-SWITCH = "N"
               MOVE WS-SELECTED-EMP-ID-NUM TO HIST-EMP-ID
               MOVE ZERO TO HIST-EFFECTIVE-DATE
               MOVE ZERO TO HIST-SEQUENCE
               START EMPSALHIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 3100-LIRE-HISTORIQUE.
           PERFORM 3200-VERSER-LIGNE UNTIL WS-EOF-SWITCH = "Y".

       3100-LIRE-HISTORIQUE.
           IF WS-EOF-SWITCH = "N"
               READ EMPSALHIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           IF WS-EOF-SWITCH = "N" AND WS-SELECT-ALL-SWITCH = "N"
               IF HIST-EMP-ID NOT = WS-SELECTED-EMP-ID-NUM
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       3200-VERSER-LIGNE.
           IF WS-SELECT-ALL-SWITCH = "Y"
