      *    EMPVARRPT pour visa du service paie. Un salaire mal saisi
      *    passé au travers d'EMPEDIT, ou une embauche en double, se
      *    voit ainsi avant le virement et non sur les totaux EMPSEPA.
      *    Le net comparé comprend les éléments variables de la
      *    période (ajoutés au brut par EMPNET) : une variation due à
      *    une prime ou à des heures supplémentaires est suivie du
      *    montant des éléments variables, pour un visa éclairé.
      *    Les seuils se règlent par les variables d'environnement
      *    EMPVARPCT (pourcentage en clair, ex. "10" ou "7.5", 10
      *    par défaut) et EMPVARAMT (montant en clair avec point
               ", absent de la période précédente, à viser"
               DELIMITED BY SIZE INTO VAR-REPORT-LINE.
           WRITE VAR-REPORT-LINE.
           PERFORM 3600-DETAILLER-ELEMENTS.

       3500-SIGNALER-VARIATION.
           ADD 1 TO WS-EXCEPTION-COUNT.
               WS-PERCENT-EDIT " %), à viser"
               DELIMITED BY SIZE INTO VAR-REPORT-LINE.
           WRITE VAR-REPORT-LINE.
           PERFORM 3600-DETAILLER-ELEMENTS.

       3600-DETAILLER-ELEMENTS.
      *    Rappel des éléments variables de la période, qui
      *    expliquent le plus souvent une variation de net.
           IF PAY-VARIABLE-PAY > ZERO OR PAY-VARIABLE-RECOVERY > ZERO
               MOVE PAY-VARIABLE-PAY TO WS-NET-EDIT
               MOVE PAY-VARIABLE-RECOVERY TO WS-NET-EDIT-2
               MOVE SPACE TO VAR-REPORT-LINE
               STRING "    dont éléments variables au brut : gains "
                   WS-NET-EDIT ", reprises " WS-NET-EDIT-2
                   DELIMITED BY SIZE INTO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
           END-IF.

       4000-SIGNALER-DISPARUS.
      *    Les employés du relevé précédent non retrouvés dans la
