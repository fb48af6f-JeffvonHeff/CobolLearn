       WORKING-STORAGE SECTION.
       01 KUNDEOPL.
       COPY "KUNDEOPL.CPY".
       01 KUNDEKONTI.
       COPY "KONTITABEL.CPY".
       

       PROCEDURE DIVISION.
       MOVE "DKK" TO VALUTAKODE(1)
      *Nedenfor kommer en display - Cobols m√•de at skrive i konsollen 
       DISPLAY KUNDEOPL
       DISPLAY KUNDEKONTI
       STOP RUN.  
       
