       01  LK-FUNCTION              PIC X(3).
           88  LK-FN-GET            VALUE 'GET'.
           88  LK-FN-PUT            VALUE 'PUT'.
       01  LK-CONTROL-RECORD        PIC X(28).
       01  LK-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-CONTROL-RECORD
