      * Date: Updated 5/29/2020
      * Purpose: Prove the three legs of a payroll deposit run agree -
      *          the net pay on each employee record (what the
      *          register paid), the line in the current generation
      *          of ach_export.txt (what left PAYROLL), and the
      *          DEPOSIT actually posted to the linked bank account
      *          or the entry on the exception file (what BANK did
      *          with it) - reporting every employee whose legs
      *          differ and failing with a nonzero return code so the
      *          night chain halts on a break; runs unattended as the
      *          step after posting
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       WITH DUPLICATES
                   FILE STATUS  IS WS-USERS-FILE-STATUS.
               SELECT FS-TRANSACTION-FILE
                   ASSIGN TO "bank_transactions.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS FS-TRANSACTION-KEY
                   ALTERNATE RECORD KEY IS FS-TRANSACTION-POSTED-DATE
                       WITH DUPLICATES
                   FILE STATUS  IS WS-TRANSACTION-FILE-STATUS.
               SELECT FS-ACH-FILE ASSIGN TO WS-ACH-FILENAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS WS-ACH-FILE-STATUS.
               05 FILLER               PIC X(38).
           FD FS-TRANSACTION-FILE.
           01 FS-TRANSACTION.
               05 FS-TRANSACTION-KEY.
                   10 FS-TRANSACTION-ACCOUNT-ID PIC 9(16).
                   10 FS-TRANSACTION-NUMBER     PIC 9(18).
               05 FS-TRANSACTION-TYPE        PIC X(10).
               05 FS-TRANSACTION-DESCRIPTION PIC X(50).
               05 FS-TRANSACTION-TIMESTAMP.
                   10 FS-TRANSACTION-POSTED-DATE PIC X(8).
                   10 FILLER                     PIC X(8).
               05 FS-TRANSACTION-AMOUNT      PIC S9(18)V99.
               05 FS-TRANSACTION-END-BALANCE PIC S9(18)V99.
               05 FS-TRANSACTION-BRANCH      PIC X(03).
       WORKING-STORAGE SECTION.
           01 WS-EMPLOYEE-FILE-STATUS    PIC X(2).
           01 WS-USERS-FILE-STATUS       PIC X(2).
           01 WS-TRANSACTION-FILE-STATUS PIC X(2).
           01 WS-ACH-FILE-STATUS         PIC X(2).
           01 WS-ACH-FILENAME            PIC X(60).
           01 WS-GEN-ACTION              PIC X(8).
           01 WS-GEN-BASE                PIC X(30).
           01 WS-GEN-NUMBER              PIC S9(3).
           01 WS-GEN-RESULT              PIC X(4).
           01 WS-EXC-FILE-STATUS         PIC X(2).
           01 WS-REPORT-FILE-STATUS      PIC X(2).


           STOP RUN.

      * the run just posted is the export's current generation
       LOAD-EXPORT-TABLE-PARA.
           MOVE "RESOLVE" TO WS-GEN-ACTION
           MOVE "ach_export.txt" TO WS-GEN-BASE
           MOVE 0 TO WS-GEN-NUMBER
           CALL "OUTPUT-GEN" USING WS-GEN-ACTION WS-GEN-BASE
               WS-GEN-NUMBER WS-ACH-FILENAME WS-GEN-RESULT

           MOVE "NO" TO WS-EOF
           OPEN INPUT FS-ACH-FILE
               IF WS-ACH-FILE-STATUS NOT = "00"
                   DISPLAY FUNCTION TRIM(WS-ACH-FILENAME)
                     " could not be opened - export leg will read as mis
      -              "sing"
                   MOVE "YES" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "YES"
               EXIT PARAGRAPH
           END-IF

      * the linked account's entries sit together on the transaction
      * master - position on its first and stop at the next account
           MOVE "NO" TO WS-SCAN-EOF
           OPEN INPUT FS-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                   MOVE "YES" TO WS-SCAN-EOF
               ELSE
                   MOVE WS-LINKED-ID TO FS-TRANSACTION-ACCOUNT-ID
                   MOVE 0 TO FS-TRANSACTION-NUMBER
                   START FS-TRANSACTION-FILE
                     KEY IS NOT LESS THAN FS-TRANSACTION-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-SCAN-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-SCAN-EOF = "YES"
                   READ FS-TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-SCAN-EOF
                       NOT AT END
                           IF FS-TRANSACTION-ACCOUNT-ID NOT =
                              WS-LINKED-ID
                               MOVE "YES" TO WS-SCAN-EOF
                           END-IF
                           IF WS-SCAN-EOF = "NO" AND
                              FS-TRANSACTION-TYPE = "DEPOSIT" AND
                              FS-TRANSACTION-DESCRIPTION(1:22) =
                              "Payroll direct deposit"
                               MOVE FS-TRANSACTION-AMOUNT

       WRITE-BREAK-PARA.
           MOVE SPACES TO FS-REPORT-LINE
           STRING "BREAK ****"FS-EMPLOYEE-SSN(6:4)" "
                  FS-EMPLOYEE-NAME(1:25)
             DELIMITED BY SIZE INTO FS-REPORT-LINE
           WRITE FS-REPORT-LINE
           DISPLAY FS-REPORT-LINE
