       01  LK-FUNCTION              PIC X(3).
           88  LK-FN-VAL            VALUE 'VAL'.
           88  LK-FN-DIF            VALUE 'DIF'.
           88  LK-FN-NXT            VALUE 'NXT'.
       01  LK-DATE-1                PIC 9(8).
       01  LK-DATE-2                PIC 9(8).
       01  LK-BUSDAYS               PIC S9(5).
                   PERFORM VALIDATE-BUSINESS-DAY
               WHEN LK-FN-DIF
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN LK-FN-NXT
                   PERFORM FIND-NEXT-BUSINESS-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-PERFORM
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(LK-DATE-1).
           MOVE 'N' TO WS-BUSINESS-DAY.
           PERFORM UNTIL BUSINESS-DAY
               ADD 1 TO WS-WORK-INT
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               PERFORM CHECK-ONE-DAY
           END-PERFORM.
           MOVE WS-WORK-DATE TO LK-DATE-2.
           MOVE 'Y' TO LK-RETURN-CODE.

       CHECK-ONE-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY.
           COMPUTE WS-DAY-INT =
