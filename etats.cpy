           MOVE 0 TO WlignesEtat
           MOVE 1 TO WpageEtat
           MOVE 0 TO WtotalEtat
           IF WspoolForce = 1 THEN
               MOVE "O" TO Wreponse
               MOVE 0 TO WspoolForce
           ELSE
               DISPLAY "Écrire cet état dans un fichier ? (O/N) : "
               ACCEPT Wreponse
           END-IF
           IF Wreponse = "O" OR Wreponse = "o" THEN
               MOVE FUNCTION CURRENT-DATE TO Wdt
               MOVE SPACES TO WnomEtat
