      *    *************************************************************
      *    EMPGRADE - SOUS-PROGRAMME DE CONSULTATION DE LA GRILLE DES
      *    SALAIRES
      *    Module appelé par les programmes qui contrôlent ou
      *    exploitent la fourchette de salaire d'un poste (EMPEDIT,
      *    EMPMAINT, EMPINCR, EMPCOMPA). La grille (fichier EMPGRADE,
      *    voir EMPGRDREC) est chargée en mémoire au premier appel et
      *    conservée pour les appels suivants. Le code fonction
      *    indique l'opération : "LOAD " charge la grille et restitue
      *    "Y" si elle est disponible, "E" sinon ; "FIND " restitue
      *    le grade et la fourchette du poste demandé en vigueur à la
      *    date demandée (la ligne du poste dont la date d'entrée en
      *    vigueur est la plus récente sans dépasser cette date), ou
      *    "N" si le poste n'y figure pas à cette date.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empgrade.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Grille des salaires, une ligne par poste et par date
      *    d'entrée en vigueur.
           SELECT EMPGRADE-FILE ASSIGN TO "EMPGRADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPGRADE-FILE.

      *    Une ligne de la grille (structure partagée, voir
      *    EMPGRDREC).
       01 GRADE-RECORD.
           COPY EMPGRDREC.

       WORKING-STORAGE SECTION.

      *    Statut du fichier EMPGRADE-FILE après chaque opération.
       01 WS-GRADE-STATUS PIC X(2) VALUE "00".

      *    Indicateur de fin du fichier EMPGRADE.
       01 WS-GRADE-EOF-SWITCH PIC X VALUE "N".

      *    État du chargement de la grille, conservé d'un appel à
      *    l'autre : "N" = non chargée, "Y" = chargée, "E" =
      *    indisponible.
       01 WS-LOADED-SWITCH PIC X VALUE "N".

      *    Table de la grille, chargée depuis EMPGRADE.
       01 WS-GRADE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GRADE-MAX PIC 9(4) VALUE 500.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 500 TIMES INDEXED BY WS-GRADE-IDX.
               10 WS-GRADE-CODE PIC X(4).
               10 WS-GRADE-JOB-TITLE PIC X(24).
               10 WS-GRADE-MIN-SALARY PIC 9(5)V99.
               10 WS-GRADE-MID-SALARY PIC 9(5)V99.
               10 WS-GRADE-MAX-SALARY PIC 9(5)V99.
               10 WS-GRADE-EFFECTIVE-DATE PIC 9(8).

      *    Date d'entrée en vigueur de la ligne retenue pour le poste
      *    demandé.
       01 WS-SELECTED-DATE PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.

      *    Code fonction demandé par le programme appelant.
       01 LS-GRADE-FUNCTION PIC X(5).

      *    Zone d'échange avec l'appelant (structure partagée, voir
      *    EMPGRQREC).
       01 LS-GRADE-REQUEST.
           COPY EMPGRQREC.

       PROCEDURE DIVISION USING LS-GRADE-FUNCTION LS-GRADE-REQUEST.

       0000-MAIN.
           IF WS-LOADED-SWITCH = "N"
               PERFORM 1000-CHARGER-GRILLE
           END-IF.
           EVALUATE LS-GRADE-FUNCTION
               WHEN "LOAD"
                   IF WS-LOADED-SWITCH = "Y"
                       MOVE "Y" TO GRQ-REPLY
                   ELSE
                       MOVE "E" TO GRQ-REPLY
                   END-IF
               WHEN "FIND"
                   IF WS-LOADED-SWITCH = "Y"
                       PERFORM 2000-RECHERCHER-POSTE
                   ELSE
                       MOVE "E" TO GRQ-REPLY
                   END-IF
               WHEN OTHER
                   DISPLAY "EMPGRADE : code fonction inconnu : "
                       LS-GRADE-FUNCTION
                   MOVE "E" TO GRQ-REPLY
           END-EVALUATE.
           GOBACK.

       1000-CHARGER-GRILLE.
      *    Une grille absente, illisible ou trop longue pour la table
      *    est déclarée indisponible : les appelants ne doivent pas
      *    contrôler des salaires contre une grille incomplète.
           MOVE "Y" TO WS-LOADED-SWITCH.
           OPEN INPUT EMPGRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "EMPGRADE : fichier EMPGRADE illisible (statut "
                   WS-GRADE-STATUS ")."
               MOVE "E" TO WS-LOADED-SWITCH
           ELSE
               PERFORM 1100-LIRE-GRILLE
               PERFORM 1200-RANGER-GRILLE
                   UNTIL WS-GRADE-EOF-SWITCH = "Y"
               CLOSE EMPGRADE-FILE
           END-IF.

       1100-LIRE-GRILLE.
           READ EMPGRADE-FILE
               AT END
                   MOVE "Y" TO WS-GRADE-EOF-SWITCH
           END-READ.

       1200-RANGER-GRILLE.
           IF GRD-MIN-SALARY IS NOT NUMERIC
               OR GRD-MID-SALARY IS NOT NUMERIC
               OR GRD-MAX-SALARY IS NOT NUMERIC
               OR GRD-EFFECTIVE-DATE IS NOT NUMERIC
               OR GRD-MIN-SALARY > GRD-MAX-SALARY
               DISPLAY "EMPGRADE : ligne de grille invalide ignorée : "
                   GRD-CODE " " GRD-JOB-TITLE
           ELSE
               IF WS-GRADE-COUNT < WS-GRADE-MAX
                   ADD 1 TO WS-GRADE-COUNT
                   MOVE GRD-CODE TO WS-GRADE-CODE(WS-GRADE-COUNT)
                   MOVE GRD-JOB-TITLE
                       TO WS-GRADE-JOB-TITLE(WS-GRADE-COUNT)
                   MOVE GRD-MIN-SALARY
                       TO WS-GRADE-MIN-SALARY(WS-GRADE-COUNT)
                   MOVE GRD-MID-SALARY
                       TO WS-GRADE-MID-SALARY(WS-GRADE-COUNT)
                   MOVE GRD-MAX-SALARY
                       TO WS-GRADE-MAX-SALARY(WS-GRADE-COUNT)
                   MOVE GRD-EFFECTIVE-DATE
                       TO WS-GRADE-EFFECTIVE-DATE(WS-GRADE-COUNT)
               ELSE
                   DISPLAY "EMPGRADE : grille EMPGRADE au-delà de "
                       WS-GRADE-MAX " ligne(s), grille indisponible."
                   MOVE "E" TO WS-LOADED-SWITCH
                   MOVE "Y" TO WS-GRADE-EOF-SWITCH
               END-IF
           END-IF.
           IF WS-GRADE-EOF-SWITCH = "N"
               PERFORM 1100-LIRE-GRILLE
           END-IF.

       2000-RECHERCHER-POSTE.
      *    Parcours de toute la table : la ligne retenue est celle du
      *    poste dont la date d'entrée en vigueur est la plus récente
      *    sans dépasser la date demandée.
           MOVE "N" TO GRQ-REPLY.
           MOVE ZERO TO WS-SELECTED-DATE.
           PERFORM 2100-EXAMINER-LIGNE
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT.

       2100-EXAMINER-LIGNE.
           IF WS-GRADE-JOB-TITLE(WS-GRADE-IDX) = GRQ-JOB-TITLE
               AND WS-GRADE-EFFECTIVE-DATE(WS-GRADE-IDX)
                   NOT GREATER THAN GRQ-DATE
               AND (GRQ-REPLY = "N"
                    OR WS-GRADE-EFFECTIVE-DATE(WS-GRADE-IDX)
                       NOT LESS THAN WS-SELECTED-DATE)
               MOVE "Y" TO GRQ-REPLY
               MOVE WS-GRADE-EFFECTIVE-DATE(WS-GRADE-IDX)
                   TO WS-SELECTED-DATE
               MOVE WS-GRADE-CODE(WS-GRADE-IDX) TO GRQ-GRADE-CODE
               MOVE WS-GRADE-MIN-SALARY(WS-GRADE-IDX)
                   TO GRQ-MIN-SALARY
               MOVE WS-GRADE-MID-SALARY(WS-GRADE-IDX)
                   TO GRQ-MID-SALARY
               MOVE WS-GRADE-MAX-SALARY(WS-GRADE-IDX)
                   TO GRQ-MAX-SALARY
               MOVE WS-GRADE-EFFECTIVE-DATE(WS-GRADE-IDX)
                   TO GRQ-EFFECTIVE-DATE
           END-IF.
