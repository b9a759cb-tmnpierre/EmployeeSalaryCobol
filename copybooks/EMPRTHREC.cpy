      *    *************************************************************
      *    EMPRTHREC - Structure d'une ligne du suivi des rappels de
      *    salaire (fichier EMPRETHST), tenu par EMPRETRO. Une ligne
      *    est écrite par employé et par période passée régularisée :
      *    elle mémorise le brut et le net désormais réputés payés
      *    pour cette période, pour qu'un même changement de salaire
      *    rétroactif ne soit pas régularisé une seconde fois au
      *    cycle suivant. Le niveau 01 est déclaré par le programme
      *    appelant.
      *    *************************************************************

      *    Période de paie (AAAAMM) du cycle qui a payé le rappel.
           05 RETH-RUN-PERIOD PIC 9(6).

      *    Identifiant de l'employé concerné.
           05 RETH-EMP-ID PIC 9(8).

      *    Période passée régularisée, au format AAAAMM.
           05 RETH-PERIOD PIC 9(6).

      *    Brut et net payés avant le rappel (registre de paie, ou
      *    rappel précédent de la même période).
           05 RETH-OLD-GROSS PIC 9(5)V99.
           05 RETH-OLD-NET PIC 9(5)V99.

      *    Brut et net recalculés, réputés payés après le rappel.
           05 RETH-NEW-GROSS PIC 9(5)V99.
           05 RETH-NEW-NET PIC 9(5)V99.
