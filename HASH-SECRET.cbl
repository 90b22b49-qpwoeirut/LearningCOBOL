      ******************************************************************
      * Author: Stanley Zhong
      * Date: Updated 5/29/2020
      * Purpose: One-way salted hash for customer PINs and teller
      *          passwords, so neither is ever kept in the clear.
      *          NEW hashes a secret under a fresh random salt and
      *          returns the stored form; CHECK hashes a keyed entry
      *          under the salt carried in a stored form and says
      *          whether the two agree. The stored form is 20 bytes -
      *          "$", the 7-digit salt, and the 12-digit digest - so
      *          it fits the old teller password field as it stands
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-SECRET.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-SEEDED        PIC X(1) VALUE "N".
           01 WS-SEED          PIC 9(8).
           01 WS-RANDOM        PIC V9(9).
           01 WS-SALT          PIC 9(7).
           01 WS-MIX           PIC X(27).
           01 WS-ROUND         PIC 9(4).
           01 WS-BYTE-INDEX    PIC 9(2).
           01 WS-ACC-1         PIC 9(18).
           01 WS-ACC-2         PIC 9(18).
           01 WS-DIGEST        PIC 9(12).
           01 WS-COMPUTED.
               05 WS-COMPUTED-FLAG   PIC X(1).
               05 WS-COMPUTED-SALT   PIC 9(7).
               05 WS-COMPUTED-DIGEST PIC 9(12).
       LINKAGE SECTION.
      * NEW or CHECK
           01 LS-ACTION PIC X(5).
           01 LS-SECRET PIC X(20).
           01 LS-STORED PIC X(20).
      * CHECK answers Y when the entry hashes to the stored form
           01 LS-RESULT PIC X(1).
       PROCEDURE DIVISION USING LS-ACTION LS-SECRET LS-STORED
                                LS-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LS-RESULT
           EVALUATE LS-ACTION
               WHEN "NEW"
                   PERFORM NEW-SALT-PARA
                   PERFORM DIGEST-PARA
                   MOVE WS-COMPUTED TO LS-STORED
                   MOVE "Y" TO LS-RESULT
               WHEN "CHECK"
      * anything not in the stored form never matches - a secret
      * still in the clear has to go through the conversion first
                   IF LS-STORED(1:1) = "$" AND
                      LS-STORED(2:7) IS NUMERIC AND
                      LS-STORED(9:12) IS NUMERIC
                       MOVE LS-STORED(2:7) TO WS-SALT
                       PERFORM DIGEST-PARA
                       IF WS-COMPUTED = LS-STORED
                           MOVE "Y" TO LS-RESULT
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK.

      * the generator is seeded once per run from the clock; every
      * later call takes the next number off the same sequence
       NEW-SALT-PARA.
           IF WS-SEEDED = "N"
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
               COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
               MOVE "Y" TO WS-SEEDED
           END-IF
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-SALT = WS-RANDOM * 9999999
           .

      * salt and secret are folded through two running remainders a
      * thousand times over, so trying every 4-digit PIN against a
      * stolen file costs real time per guess
       DIGEST-PARA.
           MOVE WS-SALT TO WS-MIX(1:7)
           MOVE LS-SECRET TO WS-MIX(8:20)
           MOVE 7 TO WS-ACC-1
           MOVE 11 TO WS-ACC-2
           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 1000
               PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
                       UNTIL WS-BYTE-INDEX > 27
                   COMPUTE WS-ACC-1 = FUNCTION MOD(WS-ACC-1 * 131
                       + FUNCTION ORD(WS-MIX(WS-BYTE-INDEX:1))
                       + WS-ROUND, 999999999989)
                   COMPUTE WS-ACC-2 = FUNCTION MOD(WS-ACC-2 * 257
                       + FUNCTION ORD(WS-MIX(WS-BYTE-INDEX:1))
                       * WS-BYTE-INDEX + WS-ACC-1, 999999999959)
               END-PERFORM
           END-PERFORM
           COMPUTE WS-DIGEST = FUNCTION MOD(WS-ACC-1 * 1000
               + WS-ACC-2, 999999999989)
           MOVE "$" TO WS-COMPUTED-FLAG
           MOVE WS-SALT TO WS-COMPUTED-SALT
           MOVE WS-DIGEST TO WS-COMPUTED-DIGEST
           .
       END PROGRAM HASH-SECRET.
