      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: Check digit for 16-digit account numbers. The last
      *          digit is a mod-10 (Luhn) check over the first 15, so
      *          any single mistyped digit and most swapped pairs fail.
      *          MAKE overwrites the last digit with the right check
      *          digit; CHECK says whether the last digit is right
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DIGIT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-DIGITS        PIC 9(16).
           01 WS-DIGIT-INDEX   PIC 9(2).
           01 WS-DIGIT         PIC 9(2).
           01 WS-SUM           PIC 9(4).
           01 WS-DOUBLE        PIC X(1).
           01 WS-CHECK         PIC 9(1).
       LINKAGE SECTION.
      * MAKE or CHECK
           01 LS-ACTION PIC X(5).
           01 LS-NUMBER PIC 9(16).
      * CHECK answers Y when the last digit is right; MAKE always Y
           01 LS-RESULT PIC X(1).
       PROCEDURE DIVISION USING LS-ACTION LS-NUMBER LS-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LS-RESULT
           MOVE LS-NUMBER TO WS-DIGITS
           PERFORM COMPUTE-CHECK-PARA
           EVALUATE LS-ACTION
               WHEN "MAKE"
                   MOVE WS-CHECK TO WS-DIGITS(16:1)
                   MOVE WS-DIGITS TO LS-NUMBER
                   MOVE "Y" TO LS-RESULT
               WHEN "CHECK"
                   IF LS-NUMBER > 0 AND
                      WS-DIGITS(16:1) = WS-CHECK
                       MOVE "Y" TO LS-RESULT
                   END-IF
           END-EVALUATE
           GOBACK.

      * working right to left from digit 15, every other digit is
      * doubled (a two-digit result counts as the sum of its digits);
      * the check digit brings the total up to a multiple of ten
       COMPUTE-CHECK-PARA.
           MOVE 0 TO WS-SUM
           MOVE "Y" TO WS-DOUBLE
           PERFORM VARYING WS-DIGIT-INDEX FROM 15 BY -1
                   UNTIL WS-DIGIT-INDEX < 1
               MOVE WS-DIGITS(WS-DIGIT-INDEX:1) TO WS-DIGIT
               IF WS-DOUBLE = "Y"
                   MULTIPLY 2 BY WS-DIGIT
                   IF WS-DIGIT > 9
                       SUBTRACT 9 FROM WS-DIGIT
                   END-IF
                   MOVE "N" TO WS-DOUBLE
               ELSE
                   MOVE "Y" TO WS-DOUBLE
               END-IF
               ADD WS-DIGIT TO WS-SUM
           END-PERFORM
           COMPUTE WS-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SUM, 10), 10)
           .
       END PROGRAM CHECK-DIGIT.
