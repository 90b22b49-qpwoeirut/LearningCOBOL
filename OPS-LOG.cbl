                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-OPS-FILE-STATUS.
               SELECT FS-ALERT-FILE ASSIGN TO "ops_alerts.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FS-ALERT-ID
                   FILE STATUS IS WS-ALERT-FILE-STATUS.
               SELECT FS-ALERT-SEQ-FILE ASSIGN TO "ops_alert_seq.ctl"
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-ALERT-SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FS-OPS-FILE.
               05 FS-OPS-SEVERITY  PIC X(1).
               05 FS-OPS-PROGRAM   PIC X(12).
               05 FS-OPS-MESSAGE   PIC X(60).
      * running hash through this record - see LOG-CHAIN
               05 FS-OPS-CHAIN     PIC 9(12).

      * an error or fatal message also opens an alert that stays open
      * until an operator acknowledges it in OPS-BROWSE - status O
      * open, C closed
           FD FS-ALERT-FILE.
           01 FS-ALERT-RECORD.
               05 FS-ALERT-ID           PIC 9(8).
               05 FS-ALERT-OPENED       PIC X(14).
               05 FS-ALERT-SEVERITY     PIC X(1).
               05 FS-ALERT-PROGRAM      PIC X(12).
               05 FS-ALERT-MESSAGE      PIC X(60).
               05 FS-ALERT-STATUS       PIC X(1).
               05 FS-ALERT-ESCALATED    PIC X(1).
               05 FS-ALERT-ESCALATED-AT PIC X(14).
               05 FS-ALERT-ACK-AT       PIC X(14).
               05 FS-ALERT-ACK-BY       PIC X(3).
               05 FS-ALERT-NOTE         PIC X(60).

           FD FS-ALERT-SEQ-FILE.
           01 FS-ALERT-SEQ-RECORD.
               05 FS-ALERT-NEXT-ID PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-OPS-FILE-STATUS   PIC X(2).
           01 WS-ALERT-FILE-STATUS PIC X(2).
           01 WS-ALERT-SEQ-STATUS  PIC X(2).
           01 WS-ALERT-ID          PIC 9(8).
           01 WS-NOW-STAMP         PIC X(16).
           01 WS-CHAIN-ACTION      PIC X(5).
           01 WS-CHAIN-LOG-NAME    PIC X(30) VALUE "ops_log.txt".
           01 WS-CHAIN-RECORD      PIC X(100).
           01 WS-CHAIN-COUNT       PIC 9(9).
       LINKAGE SECTION.
      * severity: I information, W warning, E error, F fatal
           01 LS-SEVERITY PIC X(1).
           01 LS-PROGRAM  PIC X(12).
           01 LS-MESSAGE  PIC X(60).
           MOVE WS-NOW-STAMP(1:14) TO FS-OPS-TIMESTAMP
           MOVE FUNCTION UPPER-CASE(LS-SEVERITY) TO FS-OPS-SEVERITY
           IF FS-OPS-SEVERITY NOT = "W" AND FS-OPS-SEVERITY NOT = "E"
              AND FS-OPS-SEVERITY NOT = "F"
               MOVE "I" TO FS-OPS-SEVERITY
           END-IF
           MOVE LS-PROGRAM TO FS-OPS-PROGRAM
           MOVE LS-MESSAGE TO FS-OPS-MESSAGE

           MOVE "SEAL" TO WS-CHAIN-ACTION
           MOVE FS-OPS-RECORD(1:87) TO WS-CHAIN-RECORD
           CALL "LOG-CHAIN" USING WS-CHAIN-ACTION WS-CHAIN-LOG-NAME
               WS-CHAIN-RECORD FS-OPS-CHAIN WS-CHAIN-COUNT

           OPEN EXTEND FS-OPS-FILE
               IF WS-OPS-FILE-STATUS = '35'
                   OPEN OUTPUT FS-OPS-FILE
               WRITE FS-OPS-RECORD
           CLOSE FS-OPS-FILE

           IF FS-OPS-SEVERITY = "E" OR FS-OPS-SEVERITY = "F"
               PERFORM OPEN-ALERT-PARA
           END-IF

           GOBACK.

      * alert numbers come from a control record, the way BANK draws
      * official check serials
       OPEN-ALERT-PARA.
           MOVE 1 TO WS-ALERT-ID
           OPEN INPUT FS-ALERT-SEQ-FILE
               IF WS-ALERT-SEQ-STATUS = "00"
                   READ FS-ALERT-SEQ-FILE
                       NOT AT END
                           MOVE FS-ALERT-NEXT-ID TO WS-ALERT-ID
                   END-READ
               END-IF
           CLOSE FS-ALERT-SEQ-FILE

           COMPUTE FS-ALERT-NEXT-ID = WS-ALERT-ID + 1
           OPEN OUTPUT FS-ALERT-SEQ-FILE
               WRITE FS-ALERT-SEQ-RECORD
           CLOSE FS-ALERT-SEQ-FILE

           MOVE WS-ALERT-ID TO FS-ALERT-ID
           MOVE FS-OPS-TIMESTAMP TO FS-ALERT-OPENED
           MOVE FS-OPS-SEVERITY TO FS-ALERT-SEVERITY
           MOVE FS-OPS-PROGRAM TO FS-ALERT-PROGRAM
           MOVE FS-OPS-MESSAGE TO FS-ALERT-MESSAGE
           MOVE "O" TO FS-ALERT-STATUS
           MOVE "N" TO FS-ALERT-ESCALATED
           MOVE SPACES TO FS-ALERT-ESCALATED-AT
           MOVE SPACES TO FS-ALERT-ACK-AT
           MOVE SPACES TO FS-ALERT-ACK-BY
           MOVE SPACES TO FS-ALERT-NOTE

           OPEN I-O FS-ALERT-FILE
               IF WS-ALERT-FILE-STATUS = '35'
                   CLOSE FS-ALERT-FILE
                   OPEN OUTPUT FS-ALERT-FILE
               END-IF
               WRITE FS-ALERT-RECORD
                   INVALID KEY
                       DISPLAY "OPS-LOG: alert "WS-ALERT-ID" already on
      -                        " file - check ops_alert_seq.ctl"
               END-WRITE
           CLOSE FS-ALERT-FILE
           .

       END PROGRAM OPS-LOG.
