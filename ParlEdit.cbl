      *          with a reason code. The edit verdict is stamped to
      *          PARL-EDIT.OK, which the parliament program checks
      *          before it will report off the file.
      *          Party seat columns are defined by the party reference
      *          file PARTIES.TXT (code, seat column, full name,
      *          registration status and dates); seats in a column the
      *          file does not define are rejected, and seats held by a
      *          party no longer registered are flagged for follow-up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EDIT-STAMP-OUT
               ASSIGN TO 'PARL-EDIT.OK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTY-REF-IN
               ASSIGN TO 'PARTIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RAW-IN.
       01 RAW-RECORD PIC X(80).

       FD CLEAN-OUT.
       01 CLEAN-RECORD PIC X(64).

       FD REJECT-OUT.
       01 REJECT-RECORD PIC X(90).
       FD EDIT-STAMP-OUT.
       01 STAMP-RECORD PIC X(80).

       FD PARTY-REF-IN.
       01 PARTY-REF-RECORD.
           05 PARTY-REF-CODE PIC X(3).
           05 PARTY-REF-COLUMN PIC XX.
           05 PARTY-REF-NAME PIC X(30).
           05 PARTY-REF-STATUS PIC X.
           05 PARTY-REF-REGISTERED PIC X(8).
           05 PARTY-REF-DEREGISTERED PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS PIC XX.

       01 WS-PARTY-REF-STATUS PIC XX.

       01 WS-RAW-LINE.
           05 WS-RAW-PROVINCE PIC X(25).
           05 WS-RAW-SEAT-ZONE.
               10 WS-RAW-PARTY-SEAT PIC XXX OCCURS 12 TIMES.
           05 WS-RAW-TOTAL PIC XXX.
           05 FILLER PIC X(16).

       01 WS-RAW-PROVINCE-KEY PIC X(25).

           05 WS-DUP-FOUND PIC 9 VALUE 0.
           05 WS-NAME-KNOWN PIC 9 VALUE 0.
           05 WS-EDIT-PASSED PIC 9 VALUE 1.
           05 WS-PARTY-EOF PIC 9 VALUE 0.
           05 WS-ROW-FLAGGED PIC 9 VALUE 0.

       01 SUBS.
           05 WS-PARTY-SUB PIC 99.
           05 WS-PARTY-COLUMN PIC 99.
           05 WS-SEEN-SUB PIC 99.
           05 WS-EXPECTED-SUB PIC 99.

           05 WS-NATIONAL-TOTAL PIC 9(5) VALUE 0.
           05 WS-TRAILER-ROWS PIC 999 VALUE 0.
           05 WS-TRAILER-TOTAL PIC 9(5) VALUE 0.
           05 WS-FLAGGED-COUNT PIC 999 VALUE 0.

       01 WS-DISPLAY-COUNT PIC ZZ9.

       01 WS-EXPECTED-FLAGS VALUE ZEROS.
           05 WS-EXPECTED-FOUND PIC 9 OCCURS 13 TIMES.

      * Party reference table, one entry per seat column. A column with
      * no PARTIES.TXT record is undefined and may not carry seats.
       01 WS-PARTY-COUNT PIC 99 VALUE 0.
       01 WS-PARTY-TABLE.
           05 WS-PARTY-ENTRY OCCURS 12 TIMES.
               10 WS-PARTY-CODE PIC X(3).
               10 WS-PARTY-NAME PIC X(30).
               10 WS-PARTY-STATUS PIC X.
               10 WS-PARTY-REGISTERED PIC 9(8).
               10 WS-PARTY-DEREGISTERED PIC 9(8).
               10 WS-PARTY-DEFINED PIC 9.
               10 WS-PARTY-IN-FORCE PIC 9.

      * The seven parties carried before the reference file existed,
      * used when PARTIES.TXT is not present.
       01 WS-DEFAULT-PARTY-CODES PIC X(21)
           VALUE "LIBCPCBQ NDPGP INDVAC".
       01 WS-DEFAULT-CODE-TABLE REDEFINES WS-DEFAULT-PARTY-CODES.
           05 WS-DEFAULT-CODE PIC X(3) OCCURS 7 TIMES.
       01 WS-DEFAULT-PARTY-NAMES.
           05 FILLER PIC X(30) VALUE "Liberals".
           05 FILLER PIC X(30) VALUE "Conservatives".
           05 FILLER PIC X(30) VALUE "Bloc Quebecois".
           05 FILLER PIC X(30) VALUE "New Democratic Party".
           05 FILLER PIC X(30) VALUE "Green Party".
           05 FILLER PIC X(30) VALUE "Independant".
           05 FILLER PIC X(30) VALUE "Vacant".
       01 WS-DEFAULT-NAME-TABLE REDEFINES WS-DEFAULT-PARTY-NAMES.
           05 WS-DEFAULT-NAME PIC X(30) OCCURS 7 TIMES.

       01 WS-TODAY-DATE PIC 9(8).

       01 WS-STAMP-DATE.
           05 WS-STAMP-YY PIC 99.
           05 WS-STAMP-MM PIC 99.

      * Runs the edit end to end: validate every raw row, prove the file
      * against its trailer, check coverage of the thirteen provinces and
      * territories, and stamp the verdict. The party reference table is
      * loaded first so the seat columns can be proved against it.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARTY-TABLE.
           OPEN INPUT RAW-IN.
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "PARL-EDIT: cannot open parliament-raw.txt"
                       PERFORM CHECK-ROW-SEAT-SUM
                       IF WS-ROW-BAD = 1
                           MOVE "R04" TO WS-REJECT-REASON
                       ELSE
                           PERFORM CHECK-UNDEFINED-COLUMNS
                           IF WS-ROW-BAD = 1
                               MOVE "R06" TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-REJECT-ROW
           ELSE
               PERFORM WRITE-CLEAN-ROW
               PERFORM CHECK-DEREGISTERED-SEATS
           END-IF.

      * Looks for the row's province among the provinces already written
               MOVE 1 TO WS-EXPECTED-FOUND(WS-EXPECTED-SUB)
           END-IF.

      * Adds the row's party seat fields and flags the row when they do
      * not reconcile to its total field.
       CHECK-ROW-SEAT-SUM.
           MOVE 0 TO WS-ROW-SEAT-SUM.
           PERFORM ADD-ROW-SEAT
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           MOVE WS-RAW-TOTAL TO WS-ROW-SEAT.
           IF WS-ROW-SEAT-SUM NOT = WS-ROW-SEAT
               MOVE 1 TO WS-ROW-BAD
           MOVE WS-RAW-PARTY-SEAT(WS-PARTY-SUB) TO WS-ROW-SEAT.
           ADD WS-ROW-SEAT TO WS-ROW-SEAT-SUM.

      * Flags the row when a seat column the party reference file does
      * not define carries seats.
       CHECK-UNDEFINED-COLUMNS.
           PERFORM CHECK-ONE-COLUMN-DEFINED
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.

       CHECK-ONE-COLUMN-DEFINED.
           IF WS-PARTY-DEFINED(WS-PARTY-SUB) = 0
               AND WS-RAW-PARTY-SEAT(WS-PARTY-SUB) NOT = "000"
               MOVE 1 TO WS-ROW-BAD
           END-IF.

      * Flags, without rejecting, a clean row that has seats held by a
      * party no longer registered, so the seats can be followed up. The
      * row stays in parliament.txt: the members still sit until the
      * seats are reassigned.
       CHECK-DEREGISTERED-SEATS.
           MOVE 0 TO WS-ROW-FLAGGED.
           PERFORM CHECK-ONE-PARTY-IN-FORCE
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           IF WS-ROW-FLAGGED = 1
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      * Writes an F01 flag line for one party column when the party is
      * not in force and holds seats in the current row.
       CHECK-ONE-PARTY-IN-FORCE.
           IF WS-PARTY-IN-FORCE(WS-PARTY-SUB) = 0
               AND WS-RAW-PARTY-SEAT(WS-PARTY-SUB) NOT = "000"
               MOVE 1 TO WS-ROW-FLAGGED
               MOVE SPACES TO REJECT-RECORD
               STRING "F01 " WS-RAW-LINE(1:64) " "
                   WS-PARTY-CODE(WS-PARTY-SUB) " NOT REGISTERED"
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
               DISPLAY "PARL-EDIT: flagged (F01) " WS-RAW-PROVINCE
                   " seats held by deregistered party "
                   WS-PARTY-CODE(WS-PARTY-SUB)
           END-IF.

      * Writes one verified row to the clean file and records it for the
      * duplicate check and the control totals.
       WRITE-CLEAN-ROW.
           MOVE WS-RAW-LINE(1:64) TO CLEAN-RECORD.
           WRITE CLEAN-RECORD.
           ADD 1 TO WS-CLEAN-COUNT.
           ADD 1 TO WS-SEEN-COUNT.
      *   R03 duplicate province
      *   R04 seat fields do not add to the row total
      *   R05 province not a known province or territory
      *   R06 seats in a column the party reference file does not define
      * Flag lines for rows that are kept (F01 seats held by a party no
      * longer registered) go to the same file but do not fail the edit.
       WRITE-REJECT-ROW.
           MOVE SPACES TO REJECT-RECORD.
           STRING WS-REJECT-REASON " " WS-RAW-LINE(1:80)
           DISPLAY "PARL-EDIT: rows clean:     " WS-DISPLAY-COUNT.
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-EDIT: rows rejected:  " WS-DISPLAY-COUNT.
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-EDIT: rows flagged:   " WS-DISPLAY-COUNT.
           IF WS-EDIT-PASSED = 1
               DISPLAY "PARL-EDIT: edit PASSED."
           ELSE

      * Stamps the edit verdict to PARL-EDIT.OK. The parliament program
      * refuses to report off parliament.txt unless this stamp reads
      * PASSED. The party column count the file was edited against is
      * stamped too, so the load and the report can tell when the party
      * reference file has changed since the edit.
       WRITE-EDIT-STAMP.
           OPEN OUTPUT EDIT-STAMP-OUT.
           ACCEPT WS-STAMP-DATE FROM DATE.
               STRING "PASSED " WS-STAMP-MM "/" WS-STAMP-DD "/"
                   WS-STAMP-YY " rows=" WS-CLEAN-COUNT
                   " seats=" WS-NATIONAL-TOTAL
                   " parties=" WS-PARTY-COUNT
                   DELIMITED BY SIZE INTO STAMP-RECORD
           ELSE
               STRING "FAILED " WS-STAMP-MM "/" WS-STAMP-DD "/"
           END-IF.
           WRITE STAMP-RECORD.
           CLOSE EDIT-STAMP-OUT.

      * Loads the party reference table from PARTIES.TXT, each party at
      * the seat column its record names. A bad reference record fails
      * the edit. Without the file the seven original parties are used
      * in their original columns.
       LOAD-PARTY-TABLE.
           INITIALIZE WS-PARTY-TABLE.
           OPEN INPUT PARTY-REF-IN.
           IF WS-PARTY-REF-STATUS = "00"
               PERFORM READ-PARTY-REF UNTIL WS-PARTY-EOF = 1
               CLOSE PARTY-REF-IN
               PERFORM CHECK-PARTY-COLUMN-GAP
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > WS-PARTY-COUNT
           ELSE
               PERFORM USE-DEFAULT-PARTY
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 7
               MOVE 7 TO WS-PARTY-COUNT
           END-IF.
           IF WS-PARTY-COUNT = 0
               DISPLAY "PARL-EDIT: PARTIES.TXT defines no parties."
               MOVE 0 TO WS-EDIT-PASSED
           END-IF.

      * Reads one party reference record and files it at its column.
       READ-PARTY-REF.
           READ PARTY-REF-IN
               AT END MOVE 1 TO WS-PARTY-EOF.
           IF WS-PARTY-EOF = 0
               IF PARTY-REF-COLUMN IS NOT NUMERIC
                   OR PARTY-REF-COLUMN < "01"
                   OR PARTY-REF-COLUMN > "12"
                   OR PARTY-REF-CODE = SPACES
                   DISPLAY "PARL-EDIT: bad PARTIES.TXT record: "
                       PARTY-REF-RECORD
                   MOVE 0 TO WS-EDIT-PASSED
               ELSE
                   MOVE PARTY-REF-COLUMN TO WS-PARTY-COLUMN
                   PERFORM FILE-PARTY-REF
               END-IF
           END-IF.

      * Files a validated reference record at its seat column, refusing
      * a second party for the same column.
       FILE-PARTY-REF.
           IF WS-PARTY-DEFINED(WS-PARTY-COLUMN) = 1
               DISPLAY "PARL-EDIT: PARTIES.TXT defines column "
                   WS-PARTY-COLUMN " twice."
               MOVE 0 TO WS-EDIT-PASSED
           ELSE
               MOVE PARTY-REF-CODE TO WS-PARTY-CODE(WS-PARTY-COLUMN)
               MOVE PARTY-REF-NAME TO WS-PARTY-NAME(WS-PARTY-COLUMN)
               MOVE PARTY-REF-STATUS TO WS-PARTY-STATUS(WS-PARTY-COLUMN)
               MOVE 0 TO WS-PARTY-REGISTERED(WS-PARTY-COLUMN)
               IF PARTY-REF-STATUS = "D"
                   MOVE 0 TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               ELSE
                   MOVE 99999999
                       TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               END-IF
               IF PARTY-REF-REGISTERED IS NUMERIC
                   MOVE PARTY-REF-REGISTERED
                       TO WS-PARTY-REGISTERED(WS-PARTY-COLUMN)
               END-IF
               IF PARTY-REF-DEREGISTERED IS NUMERIC
                   AND PARTY-REF-DEREGISTERED NOT = "00000000"
                   MOVE PARTY-REF-DEREGISTERED
                       TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               END-IF
               MOVE 1 TO WS-PARTY-DEFINED(WS-PARTY-COLUMN)
               PERFORM SET-PARTY-IN-FORCE
               IF WS-PARTY-COLUMN > WS-PARTY-COUNT
                   MOVE WS-PARTY-COLUMN TO WS-PARTY-COUNT
               END-IF
           END-IF.

      * A party is in force when it was registered on or before today
      * and has not been deregistered as of today. A party marked D with
      * no deregistration date is taken as already deregistered.
       SET-PARTY-IN-FORCE.
           MOVE 1 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN).
           IF WS-PARTY-REGISTERED(WS-PARTY-COLUMN) > WS-TODAY-DATE
               MOVE 0 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN)
           ELSE IF WS-PARTY-STATUS(WS-PARTY-COLUMN) = "D"
               AND WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               NOT > WS-TODAY-DATE
               MOVE 0 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN)
           END-IF.

      * Every column up to the highest one used must be defined, so the
      * seat layout has no unnamed columns in the middle.
       CHECK-PARTY-COLUMN-GAP.
           IF WS-PARTY-DEFINED(WS-PARTY-SUB) = 0
               DISPLAY "PARL-EDIT: PARTIES.TXT has no party for column "
                   WS-PARTY-SUB "."
               MOVE 0 TO WS-EDIT-PASSED
           END-IF.

      * Sets up one of the seven original parties in its column.
       USE-DEFAULT-PARTY.
           MOVE WS-DEFAULT-CODE(WS-PARTY-SUB)
               TO WS-PARTY-CODE(WS-PARTY-SUB).
           MOVE WS-DEFAULT-NAME(WS-PARTY-SUB)
               TO WS-PARTY-NAME(WS-PARTY-SUB).
           MOVE "R" TO WS-PARTY-STATUS(WS-PARTY-SUB).
           MOVE 0 TO WS-PARTY-REGISTERED(WS-PARTY-SUB).
           MOVE 99999999 TO WS-PARTY-DEREGISTERED(WS-PARTY-SUB).
           MOVE 1 TO WS-PARTY-DEFINED(WS-PARTY-SUB).
           MOVE 1 TO WS-PARTY-IN-FORCE(WS-PARTY-SUB).
       END PROGRAM PARL-EDIT.
