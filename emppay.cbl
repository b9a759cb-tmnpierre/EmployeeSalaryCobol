      *    lui-même est délégué au sous-programme EMPNET, partagé avec
      *    l'édition des bulletins de paie (EMPRPT).
      *    Chaque salaire calculé est de plus enregistré dans le
      *    registre de paie (fichier EMPPREG indexé sur la période et
      *    l'employé, une ligne par employé et par période, voir
      *    EMPPREGREC) : c'est la trace durable des
      *    montants payés, relue par EMPRPT pour les cumuls annuels
      *    des bulletins et par EMPYEND pour le relevé annuel.
      *    Le brut payé comprend les éléments variables de la période
      *    (primes, heures supplémentaires, commissions, indemnités,
      *    contrôlés par EMPVEDIT et ajoutés au brut par EMPNET) ; le
      *    registre en conserve la ventilation, salaire de base d'un
      *    côté, gains et reprises variables de l'autre, ainsi que
      *    les cotisations patronales calculées par EMPNET sur ce
      *    brut (coût employeur, repris par EMPCOST) et le détail
      *    des retenues par code (imputation comptable par EMPGL).
      *    Une reprise de trop-perçu plus forte que le brut de la
      *    période ne peut être imputée en entier : EMPNET ramène le
      *    brut à zéro et restitue le reliquat, que EMPPAY écrit
      *    comme élément variable de reprise "RELQ" de la période
      *    suivante dans le fichier EMPREPEL, contrôlé au cycle
      *    suivant par EMPVEDIT avec les autres éléments.
      *    Une ligne du registre qui ne peut être écrite ou écartée
      *    à l'épuration, ou des éléments variables que EMPNET ne
      *    peut détailler au bulletin, arrêtent la chaîne (code
      *    retour 16, fin normale non enregistrée) : la déclaration,
      *    les virements et le journal comptable ne doivent pas
      *    partir avec un registre incomplet ou inexact.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *    Registre de paie, indexé sur la période et l'employé,
      *    complété à chaque exécution d'une ligne par employé payé.
           SELECT EMPPREG-FILE ASSIGN TO "EMPPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Reliquats de reprise à reporter à la période suivante,
      *    destinés à EMPVEDIT.
           SELECT EMPREPEL-FILE ASSIGN TO "EMPREPEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 REGISTER-RECORD.
           COPY EMPPREGREC.

       FD  EMPREPEL-FILE.

      *    Élément variable de reprise reportée (structure partagée,
      *    voir EMPELMREC).
       01 ELEMENT-RECORD.
           COPY EMPELMREC.

       WORKING-STORAGE SECTION.

      *    Statut du fichier EMPLOYEE-MASTER après chaque opération.
      *    enregistrée au fichier de pilotage.
       01 WS-REGISTER-OPEN-SWITCH PIC X VALUE "N".

      *    Indicateur qu'une ligne du registre ou un reliquat n'a pu
      *    être écrit : la fin normale n'est pas enregistrée.
       01 WS-REGISTER-ERROR-SWITCH PIC X VALUE "N".

      *    Statut du fichier EMPREPEL-FILE après chaque opération, et
      *    indicateur d'ouverture.
       01 WS-CARRY-STATUS PIC X(2) VALUE "00".
       01 WS-CARRY-OPEN-SWITCH PIC X VALUE "N".

      *    Reliquats de reprise reportés par cette exécution.
       01 WS-CARRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CARRY-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CARRY-TOTAL-EDIT PIC ZZZZZZZZ9.99.

      *    Période suivant la période payée (AAAAMM), période des
      *    reliquats reportés.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD-PARTS.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).

      *    Période payée par cette exécution (AAAAMM), extraite de la
      *    date de période restituée par EMPNET à l'initialisation
      *    (date du jour, ou dernier jour du mois épinglé par
      *    EMPRUNPER pour un cycle à cheval sur une fin de mois).
       01 WS-PAY-PERIOD PIC 9(6) VALUE ZERO.

      *    Épuration du registre avant toute exécution : les lignes
      *    déjà écrites pour la période payée (réexécution délibérée
      *    ou reprise après incident) sont supprimées par clé au lieu
      *    d'être doublées ; les autres périodes ne sont pas lues.
       01 WS-PURGE-EOF-SWITCH PIC X VALUE "N".
       01 WS-PURGE-COUNT PIC 9(5) VALUE ZERO.

      *    Période (AAAAMM) de la ligne du registre en cours d'examen
      *    lors de l'épuration.
       01 WS-PURGE-PERIOD PIC 9(6) VALUE ZERO.

      *    Indicateur de fin de fichier.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-NET-RECORD.
           COPY EMPNETREC.

      *    Indice de recopie du détail des retenues au registre.
       01 WS-DED-IDX PIC 9(2) VALUE ZERO.

      *    Zone d'édition du salaire net, pour un affichage avec point
      *    décimal.
       01 WS-NET-SALARY-EDIT PIC ZZZZ9.99.
       1200-CONTROLER-ENCHAINEMENT.
      *    Contrôle d'enchaînement du cycle de paie (voir EMPRUNCTL) :
      *    la paie ne se calcule que sur un maître mis à jour par
      *    EMPMAINT et des éléments variables contrôlés par EMPVEDIT
      *    pour la période, et ne se recalcule pas deux fois
      *    (réexécution délibérée : EMPRERUN = "O").
           MOVE "EMPPAY" TO RUN-PROGRAM.
           MOVE "EMPVEDIT" TO RUN-PREDECESSOR.
           MOVE "START" TO WS-RUNCTL-FUNCTION.
           CALL "emprunctl" USING WS-RUNCTL-FUNCTION WS-RUNCTL-RECORD.
           IF RUN-REPLY NOT = "Y"
           MOVE "INIT " TO WS-NET-FUNCTION.
           CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD.
           COMPUTE WS-PAY-PERIOD = PAY-PERIOD-DATE / 100.
           MOVE WS-PAY-PERIOD TO WS-NEXT-PERIOD-PARTS.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE WS-NEXT-PERIOD-PARTS TO WS-NEXT-PERIOD.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPLOYEE-MASTER : "
           END-IF.

       1100-OUVRIR-REGISTRE.
      *    Le registre de paie est ouvert en mise à jour : créé à la
      *    première exécution, complété ensuite, une période après
      *    l'autre. Sans registre, la paie s'arrête avant tout
      *    paiement et la période n'est pas marquée terminée au
      *    point de reprise EMPCHKPT de la maintenance). Une
      *    première exécution de la période ne trouve rien à écarter
      *    et laisse le registre tel quel.
           OPEN I-O EMPPREG-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT EMPPREG-FILE
               IF WS-REGISTER-STATUS = "00"
                   CLOSE EMPPREG-FILE
                   OPEN I-O EMPPREG-FILE
               END-IF
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPPREG : "
                   WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-REGISTER-OPEN-SWITCH
               PERFORM 1300-EPURER-REGISTRE
               PERFORM 1400-OUVRIR-RELIQUATS
           END-IF.

       1300-EPURER-REGISTRE.
      *    Suppression des lignes de la période payée : le registre
      *    est positionné sur la première clé de la période et ses
      *    lignes sont supprimées une à une jusqu'à la première ligne
      *    d'une autre période. Les lignes écartées sont celles de la
      *    période payée par cette exécution (période épinglée
      *    comprise), pas celles du mois de la date du jour : un
      *    cycle repris après une fin de mois épure bien le mois
      *    qu'il rejoue.
           MOVE ZERO TO WS-PURGE-COUNT.
           MOVE "N" TO WS-PURGE-EOF-SWITCH.
           COMPUTE PREG-PERIOD-DATE = WS-PAY-PERIOD * 100.
           MOVE ZERO TO PREG-EMP-ID.
           START EMPPREG-FILE KEY IS NOT LESS THAN PREG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PURGE-EOF-SWITCH
           END-START.
           PERFORM 1310-SUPPRIMER-LIGNE-REGISTRE
               UNTIL WS-PURGE-EOF-SWITCH = "Y".
           IF WS-PURGE-COUNT > ZERO
               DISPLAY "EMPPAY : " WS-PURGE-COUNT " ligne(s) de la "
                   "période " WS-PAY-PERIOD " déjà au registre, "
                   "supprimée(s) avant le calcul (reprise ou "
                   "réexécution)."
           END-IF.

       1310-SUPPRIMER-LIGNE-REGISTRE.
           READ EMPPREG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-PURGE-EOF-SWITCH
           END-READ.
           IF WS-PURGE-EOF-SWITCH = "N"
               COMPUTE WS-PURGE-PERIOD = PREG-PERIOD-DATE / 100
               IF WS-PURGE-PERIOD NOT = WS-PAY-PERIOD
                   MOVE "Y" TO WS-PURGE-EOF-SWITCH
               ELSE
                   DELETE EMPPREG-FILE
                       INVALID KEY
                           DISPLAY "Erreur à la suppression dans "
                               "EMPPREG : " WS-REGISTER-STATUS
                           MOVE "Y" TO WS-PURGE-EOF-SWITCH
                           MOVE "Y" TO WS-REGISTER-ERROR-SWITCH
                           MOVE "Y" TO WS-EOF-SWITCH
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-PURGE-COUNT
                   END-DELETE
               END-IF
           END-IF.

       1400-OUVRIR-RELIQUATS.
      *    Le fichier des reliquats est récrit à chaque exécution :
      *    une réexécution de la période remplace les reliquats
      *    qu'elle avait reportés. Sans ce fichier, un reliquat
      *    serait perdu : la paie s'arrête comme sans registre.
           OPEN OUTPUT EMPREPEL-FILE.
           IF WS-CARRY-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de EMPREPEL : "
                   WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-REGISTER-ERROR-SWITCH
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-CARRY-OPEN-SWITCH
           END-IF.

       2000-TRAITEMENT.
      *    Les employés sortis ne sont pas payés, sauf demande
      *    explicite (EMPINCTERM = "O", par exemple pour un solde de
           MOVE EMP-TERM-DATE TO PAY-TERM-DATE.
           MOVE "CALC " TO WS-NET-FUNCTION.
           CALL "empnet" USING WS-NET-FUNCTION WS-NET-RECORD.
           IF RETURN-CODE = 16
               DISPLAY "EMPPAY : éléments variables de l'employé "
                   EMP-ID " non détaillés au bulletin."
               MOVE "Y" TO WS-REGISTER-ERROR-SWITCH
           END-IF.
           PERFORM 2300-ECRIRE-REGISTRE.
           IF PAY-RECOVERY-CARRIED > ZERO
               PERFORM 2400-REPORTER-RELIQUAT
           END-IF.

       2300-ECRIRE-REGISTRE.
      *    Trace durable du paiement de la période : les montants
           MOVE PAY-TAX-DEDUCTION TO PREG-TAX-DEDUCTION.
           MOVE PAY-OTHER-DEDUCTION TO PREG-OTHER-DEDUCTION.
           MOVE PAY-NET-SALARY TO PREG-NET-SALARY.
           MOVE PAY-BASE-SALARY TO PREG-BASE-SALARY.
           MOVE PAY-VARIABLE-PAY TO PREG-VARIABLE-PAY.
           MOVE PAY-VARIABLE-RECOVERY TO PREG-VARIABLE-RECOVERY.
           MOVE PAY-EMPLOYER-CONTRIB TO PREG-EMPLOYER-CONTRIB.
           MOVE PAY-DEDUCTION-COUNT TO PREG-DEDUCTION-COUNT.
           MOVE PAY-UNPAID-DAYS TO PREG-UNPAID-DAYS.
           PERFORM 2310-RECOPIER-RETENUE
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > 10.
           WRITE REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur à l'écriture dans EMPPREG de "
                       "l'employé " EMP-ID " : " WS-REGISTER-STATUS
                   MOVE "Y" TO WS-REGISTER-ERROR-SWITCH
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       2310-RECOPIER-RETENUE.
      *    Détail par code de retenue, à blanc au-delà des retenues
      *    appliquées à la période.
           IF WS-DED-IDX > PAY-DEDUCTION-COUNT
               MOVE SPACE TO PREG-DED-CODE(WS-DED-IDX)
               MOVE ZERO TO PREG-DED-AMOUNT(WS-DED-IDX)
           ELSE
               MOVE PAY-DED-CODE(WS-DED-IDX)
                   TO PREG-DED-CODE(WS-DED-IDX)
               MOVE PAY-DED-AMOUNT(WS-DED-IDX)
                   TO PREG-DED-AMOUNT(WS-DED-IDX)
           END-IF.

       2400-REPORTER-RELIQUAT.
      *    Reliquat de reprise non imputé sur la période : élément
      *    de reprise de la période suivante, au même titre qu'un
      *    élément saisi par le service paie.
           MOVE SPACE TO ELEMENT-RECORD.
           MOVE EMP-ID TO ELEM-EMP-ID.
           MOVE "RELQ" TO ELEM-CODE.
           STRING "Reliquat rep. " WS-PAY-PERIOD
               DELIMITED BY SIZE INTO ELEM-LABEL.
           MOVE ZERO TO ELEM-QUANTITY.
           MOVE ZERO TO ELEM-RATE.
           MOVE PAY-RECOVERY-CARRIED TO ELEM-AMOUNT.
           MOVE WS-NEXT-PERIOD TO ELEM-PERIOD.
           MOVE "-" TO ELEM-SIGN.
           WRITE ELEMENT-RECORD.
           IF WS-CARRY-STATUS NOT = "00"
               DISPLAY "Erreur à l'écriture dans EMPREPEL de "
                   "l'employé " EMP-ID " : " WS-CARRY-STATUS
               MOVE "Y" TO WS-REGISTER-ERROR-SWITCH
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CARRY-COUNT
               ADD PAY-RECOVERY-CARRIED TO WS-CARRY-TOTAL
               MOVE PAY-RECOVERY-CARRIED TO WS-NET-SALARY-EDIT
               DISPLAY "EMPPAY : reprise supérieure au brut pour "
                   "l'employé " EMP-ID ", reliquat de "
                   WS-NET-SALARY-EDIT " reporté à la période "
                   WS-NEXT-PERIOD "."
           END-IF.

       9000-FINALISATION.
           IF WS-CARRY-OPEN-SWITCH = "Y"
               CLOSE EMPREPEL-FILE
               IF WS-CARRY-COUNT > ZERO
                   MOVE WS-CARRY-TOTAL TO WS-CARRY-TOTAL-EDIT
                   DISPLAY "EMPPAY : " WS-CARRY-COUNT " reliquat(s) "
                       "de reprise pour " WS-CARRY-TOTAL-EDIT
                       " reporté(s) dans EMPREPEL."
               END-IF
           END-IF.
           IF WS-MASTER-OPEN-SWITCH = "Y"
               IF WS-REGISTER-OPEN-SWITCH = "Y"
                   CLOSE EMPPREG-FILE
           END-IF.
      *    La fin normale n'est enregistrée au fichier de pilotage
      *    que si la paie a réellement tourné (maître et registre
      *    ouverts) et que chaque paiement est au registre : une
      *    exécution avortée ou incomplète laisse la période
      *    inachevée, pour que la correction reparte sans EMPRERUN
      *    (l'épuration du registre écarte alors les lignes déjà
      *    écrites).
           IF WS-REGISTER-ERROR-SWITCH = "Y"
               DISPLAY "EMPPAY : exécution incomplète, période "
                   WS-PAY-PERIOD " non terminée."
           END-IF.
           IF WS-MASTER-OPEN-SWITCH = "Y"
               AND WS-REGISTER-OPEN-SWITCH = "Y"
               AND WS-REGISTER-ERROR-SWITCH = "N"
               MOVE "END  " TO WS-RUNCTL-FUNCTION
               CALL "emprunctl" USING WS-RUNCTL-FUNCTION
                   WS-RUNCTL-RECORD
           END-IF.
      *    Code retour de l'exécution incomplète rétabli en dernier,
      *    les appels de EMPNET le remettant à zéro.
           IF WS-REGISTER-ERROR-SWITCH = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF.
