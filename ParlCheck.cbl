      ******************************************************************
      * Author: Peter Stainforth
      * Date: XX-07-2024
      * Purpose: Pre-flight integrity check for the overnight job, run
      *          ahead of the LAB-6 batch. Proves parliament.txt
      *          against its edit stamp (PARL-EDIT.OK), the party
      *          reference file, the indexed master PARLMAST.DAT, the
      *          riding winners on RIDINGS.TXT, the member roster on
      *          MEMBERS.TXT and the riding vote counts on RIDEVOTE.TXT,
      *          and lists every disagreement with a reason code and a
      *          severity on the one exceptions report PARL-CHECK.TXT.
      *          A fatal exception means the batch would refuse to run
      *          or would report off the wrong figures; a warning means
      *          it would run but something needs looking at. The
      *          return code tells the job stream which:
      *              0  clean
      *              4  warnings only
      *              8  fatal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARL-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAT-IN
               ASSIGN TO 'parliament.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAT-STATUS.
           SELECT PARLIAMENT-MASTER
               ASSIGN TO 'PARLMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PROVINCE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EDIT-STAMP-IN
               ASSIGN TO 'PARL-EDIT.OK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT RIDING-IN
               ASSIGN TO 'RIDINGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDING-STATUS.
           SELECT MEMBER-IN
               ASSIGN TO 'MEMBERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT VOTE-IN
               ASSIGN TO 'RIDEVOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTE-STATUS.
           SELECT EXCEPTION-OUT
               ASSIGN TO 'PARL-CHECK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTY-REF-IN
               ASSIGN TO 'PARTIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SEAT-IN.
       01 SEAT-RECORD.
           05 SEAT-PROVINCE-NAME PIC X(25).
           05 SEAT-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 SEAT-TOTAL-SEATS PIC 999.

       FD PARLIAMENT-MASTER.
       01 MASTER-SEAT-RECORD.
           05 MASTER-PROVINCE-KEY PIC A(25).
           05 MASTER-PROVINCE-NAME PIC A(25).
           05 MASTER-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 MASTER-TOTAL-SEATS PIC 999.

       FD EDIT-STAMP-IN.
       01 EDIT-STAMP-RECORD PIC X(80).

       FD RIDING-IN.
       01 RIDING-RECORD.
           05 RIDING-PROVINCE-NAME PIC X(25).
           05 RIDING-NAME PIC X(30).
           05 RIDING-PARTY-CODE PIC X(3).
           05 RIDING-VOTE-MARGIN PIC 9(5).

       FD MEMBER-IN.
       01 MEMBER-RECORD.
           05 MEMBER-NAME PIC X(30).
           05 MEMBER-RIDING PIC X(30).
           05 MEMBER-PROVINCE-NAME PIC X(25).
           05 MEMBER-PARTY-CODE PIC X(3).

       FD VOTE-IN.
       01 VOTE-RECORD.
           05 VOTE-PROVINCE-NAME PIC X(25).
           05 VOTE-RIDING-NAME PIC X(30).
           05 VOTE-ZONE.
               10 VOTE-PARTY-VOTES PIC 9(6) OCCURS 12 TIMES.
           05 VOTE-ZONE-TEXT REDEFINES VOTE-ZONE.
               10 VOTE-PARTY-TEXT PIC X(6) OCCURS 12 TIMES.

       FD EXCEPTION-OUT.
       01 EXCEPTION-RECORD PIC X(110).

       FD PARTY-REF-IN.
       01 PARTY-REF-RECORD.
           05 PARTY-REF-CODE PIC X(3).
           05 PARTY-REF-COLUMN PIC XX.
           05 PARTY-REF-NAME PIC X(30).
           05 PARTY-REF-STATUS PIC X.
           05 PARTY-REF-REGISTERED PIC X(8).
           05 PARTY-REF-DEREGISTERED PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SEAT-STATUS PIC XX.

       01 WS-MASTER-STATUS PIC XX.

       01 WS-STAMP-STATUS PIC XX.

       01 WS-RIDING-STATUS PIC XX.

       01 WS-MEMBER-STATUS PIC XX.

       01 WS-VOTE-STATUS PIC XX.

       01 WS-PARTY-REF-STATUS PIC XX.

       01 FLAGS.
           05 WS-EOF PIC 9 VALUE 0.
           05 WS-PARTY-EOF PIC 9 VALUE 0.
           05 WS-PARTY-TABLE-OK PIC 9 VALUE 1.
           05 WS-ROW-BAD PIC 9 VALUE 0.
           05 WS-PROVINCE-FOUND PIC 9 VALUE 0.
           05 WS-PARTY-FOUND PIC 9 VALUE 0.
           05 WS-RIDING-FOUND PIC 9 VALUE 0.
           05 WS-RIDINGS-LOADED PIC 9 VALUE 0.

       01 SUBS.
           05 WS-PARTY-SUB PIC 99.
           05 WS-PARTY-COLUMN PIC 99.
           05 WS-PROVINCE-SUB PIC 99.
           05 WS-MATCHED-SUB PIC 99.
           05 WS-LOOKUP-SUB PIC 99.
           05 WS-VAC-SUB PIC 99 VALUE 0.
           05 WS-TOP-SUB PIC 99.
           05 WS-RIDING-SUB PIC 999.
           05 WS-MATCHED-RIDING PIC 999.

       01 WS-EXCEPTION-REASON PIC X(3).
       01 WS-EXCEPTION-SEVERITY PIC X.
       01 WS-EXCEPTION-TEXT PIC X(40).
       01 WS-EXCEPTION-PROVINCE PIC X(25).
       01 WS-EXCEPTION-RIDING PIC X(30).

       01 WS-PROVINCE-KEY PIC X(25).
       01 WS-RIDING-KEY PIC X(30).
       01 WS-PARTY-LOOKUP-CODE PIC X(3).

      * The edit stamp's verdict and controls.
       01 WS-STAMP-FIGURES.
           05 WS-EDIT-VERDICT PIC X(6).
           05 WS-STAMP-ROWS-TEXT PIC X(3).
           05 WS-STAMP-SEATS-TEXT PIC X(5).
           05 WS-STAMP-PARTIES PIC XX.
           05 WS-STAMP-ROWS PIC 999.
           05 WS-STAMP-SEATS PIC 9(5).

      * Working figures for the row being checked.
       01 WS-ROW-FIGURES.
           05 WS-ROW-SUM PIC 9(4).
           05 WS-TOP-VOTES PIC 9(6).
           05 WS-FILLED-SEATS PIC 999.

       01 COUNTERS.
           05 WS-SEAT-READ-COUNT PIC 999 VALUE 0.
           05 WS-MASTER-READ-COUNT PIC 999 VALUE 0.
           05 WS-RIDING-READ-COUNT PIC 999 VALUE 0.
           05 WS-MEMBER-READ-COUNT PIC 999 VALUE 0.
           05 WS-VOTE-READ-COUNT PIC 999 VALUE 0.
           05 WS-FATAL-COUNT PIC 999 VALUE 0.
           05 WS-WARNING-COUNT PIC 999 VALUE 0.
           05 WS-NATIONAL-TOTAL PIC 9(5) VALUE 0.

      * The verdict handed back to the job stream.
       01 WS-CHECK-VERDICT PIC X(8) VALUE "CLEAN".
       01 WS-CHECK-RETURN-CODE PIC 99 VALUE 0.

       01 WS-DISPLAY-COUNT PIC ZZ9.
       01 WS-DISPLAY-SEATS PIC ZZ9.
       01 WS-DISPLAY-EXPECTED PIC ZZ9.
       01 WS-DISPLAY-TOTAL PIC ZZZZ9.
       01 WS-DISPLAY-LOADED PIC ZZZZ9.

      * The seat table from parliament.txt, with each party's riding
      * and member tallies from the other files beside it.
       01 WS-PROVINCE-COUNT PIC 99 VALUE 0.
       01 WS-PROVINCE-TABLE.
           05 WS-PROVINCE-ENTRY OCCURS 14 TIMES.
               10 WS-PROVINCE-NAME PIC X(25).
               10 WS-PROVINCE-TABLE-KEY PIC X(25).
               10 WS-PROVINCE-SEATS PIC 999 OCCURS 12 TIMES.
               10 WS-PROVINCE-TOTAL PIC 999.
               10 WS-RIDING-TALLY PIC 999 OCCURS 12 TIMES.
               10 WS-MEMBER-TALLY PIC 999 OCCURS 12 TIMES.
               10 WS-PROVINCE-RIDINGS PIC 999.
               10 WS-PROVINCE-MEMBERS PIC 999.
               10 WS-ON-MASTER PIC 9.

      * Every riding on RIDINGS.TXT, so members and vote rows can be
      * matched to the riding they name.
       01 WS-RIDING-COUNT PIC 999 VALUE 0.
       01 WS-RIDING-TABLE.
           05 WS-RIDING-ENTRY OCCURS 350 TIMES.
               10 WS-RIDING-PROVINCE-SUB PIC 99.
               10 WS-RIDING-TABLE-NAME PIC X(30).
               10 WS-RIDING-PARTY PIC X(3).

      * Party reference table, one entry per seat column. A column with
      * no PARTIES.TXT record is undefined and may not carry votes.
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

       PROCEDURE DIVISION.

      * Runs every check in turn and hands the verdict back as the
      * return code. Without a usable seat file there is nothing to
      * prove the other files against, so only that is reported.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXCEPTION-OUT.
           PERFORM LOAD-PARTY-TABLE.
           PERFORM LOAD-SEAT-FILE.
           IF WS-PROVINCE-COUNT = 0
               DISPLAY "PARL-CHECK: no usable seat rows; the other"
                   " files were not checked."
           ELSE
               PERFORM CHECK-EDIT-STAMP
               PERFORM CHECK-PARLIAMENT-MASTER
               PERFORM CHECK-RIDING-FILE
               PERFORM CHECK-MEMBER-FILE
               PERFORM CHECK-VOTE-FILE
           END-IF.
           PERFORM SET-CHECK-VERDICT.
           CLOSE EXCEPTION-OUT.
           PERFORM DISPLAY-CHECK-SUMMARY.
           MOVE WS-CHECK-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Loads the seat table from parliament.txt. A row that cannot be
      * used is fatal, since LAB-6 would load it; a row whose party
      * seats do not add to its total is a warning, as LAB-6 flags it.
       LOAD-SEAT-FILE.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           OPEN INPUT SEAT-IN.
           IF WS-SEAT-STATUS NOT = "00"
               MOVE "C01" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "CANNOT OPEN PARLIAMENT.TXT (STATUS "
                   WS-SEAT-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM READ-SEAT-ROW UNTIL WS-EOF = 1
               CLOSE SEAT-IN
               IF WS-PROVINCE-COUNT = 0
                   MOVE SPACES TO WS-EXCEPTION-PROVINCE
                   MOVE SPACES TO WS-EXCEPTION-RIDING
                   MOVE "C01" TO WS-EXCEPTION-REASON
                   MOVE "PARLIAMENT.TXT HAS NO USABLE SEAT ROWS"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-FATAL-LINE
               END-IF
           END-IF.

      * Reads one seat row and files it.
       READ-SEAT-ROW.
           READ SEAT-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-SEAT-READ-COUNT
               PERFORM LOAD-ONE-SEAT-ROW
           END-IF.

      * Checks one seat row and adds it to the seat table.
       LOAD-ONE-SEAT-ROW.
           MOVE SEAT-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           MOVE SEAT-PROVINCE-NAME TO WS-PROVINCE-KEY.
           PERFORM FIND-PROVINCE.
           MOVE 0 TO WS-ROW-BAD.
           PERFORM CHECK-SEAT-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           IF SEAT-TOTAL-SEATS IS NOT NUMERIC
               MOVE 1 TO WS-ROW-BAD
           END-IF.
           MOVE "C01" TO WS-EXCEPTION-REASON.
           IF SEAT-PROVINCE-NAME = SPACES
               MOVE "BLANK PROVINCE NAME" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-ROW-BAD = 1
               MOVE "SEAT COUNTS NOT NUMERIC" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-PROVINCE-FOUND = 1
               MOVE "PROVINCE APPEARS MORE THAN ONCE"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-PROVINCE-COUNT = 14
               MOVE "MORE THAN 14 PROVINCES" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE
               PERFORM ADD-SEAT-PROVINCE
           END-IF.

      * Every seat column must be numeric.
       CHECK-SEAT-COLUMN.
           IF SEAT-PARTY-SEATS(WS-PARTY-SUB) IS NOT NUMERIC
               MOVE 1 TO WS-ROW-BAD
           END-IF.

      * Files one seat row in the seat table and proves its party seats
      * add up to its total.
       ADD-SEAT-PROVINCE.
           ADD 1 TO WS-PROVINCE-COUNT.
           MOVE WS-PROVINCE-COUNT TO WS-MATCHED-SUB.
           INITIALIZE WS-PROVINCE-ENTRY(WS-MATCHED-SUB).
           MOVE SEAT-PROVINCE-NAME TO WS-PROVINCE-NAME(WS-MATCHED-SUB).
           MOVE WS-PROVINCE-KEY
               TO WS-PROVINCE-TABLE-KEY(WS-MATCHED-SUB).
           MOVE 0 TO WS-ROW-SUM.
           PERFORM MOVE-SEAT-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           MOVE SEAT-TOTAL-SEATS TO WS-PROVINCE-TOTAL(WS-MATCHED-SUB).
           ADD SEAT-TOTAL-SEATS TO WS-NATIONAL-TOTAL.
           IF WS-ROW-SUM NOT = SEAT-TOTAL-SEATS
               MOVE WS-ROW-SUM TO WS-DISPLAY-SEATS
               MOVE SEAT-TOTAL-SEATS TO WS-DISPLAY-EXPECTED
               MOVE "C05" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "SEATS SUM TO " WS-DISPLAY-SEATS
                   "; TOTAL IS " WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * Moves one party's seats into the table and adds them up.
       MOVE-SEAT-COLUMN.
           MOVE SEAT-PARTY-SEATS(WS-PARTY-SUB)
               TO WS-PROVINCE-SEATS(WS-MATCHED-SUB, WS-PARTY-SUB).
           ADD SEAT-PARTY-SEATS(WS-PARTY-SUB) TO WS-ROW-SUM.

      * Looks up the province in WS-PROVINCE-KEY (folded to upper case
      * here) in the seat table, leaving its subscript in
      * WS-MATCHED-SUB.
       FIND-PROVINCE.
           INSPECT WS-PROVINCE-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-PROVINCE-FOUND.
           MOVE 0 TO WS-MATCHED-SUB.
           PERFORM MATCH-PROVINCE
               VARYING WS-PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.

      * Compares one seat-table province against the key sought.
       MATCH-PROVINCE.
           IF WS-PROVINCE-TABLE-KEY(WS-PROVINCE-SUB) = WS-PROVINCE-KEY
               MOVE 1 TO WS-PROVINCE-FOUND
               MOVE WS-PROVINCE-SUB TO WS-MATCHED-SUB
           END-IF.

      * Proves the seat file has passed the front-end edit and that the
      * edit stamp's row, seat and party controls still match it, the
      * same tests LAB-6 makes before it will report.
       CHECK-EDIT-STAMP.
           MOVE SPACES TO WS-STAMP-FIGURES.
           OPEN INPUT EDIT-STAMP-IN.
           IF WS-STAMP-STATUS = "00"
               READ EDIT-STAMP-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE EDIT-STAMP-RECORD(1:6) TO WS-EDIT-VERDICT
                       MOVE EDIT-STAMP-RECORD(22:3)
                           TO WS-STAMP-ROWS-TEXT
                       MOVE EDIT-STAMP-RECORD(32:5)
                           TO WS-STAMP-SEATS-TEXT
                       MOVE EDIT-STAMP-RECORD(46:2) TO WS-STAMP-PARTIES
               END-READ
               CLOSE EDIT-STAMP-IN
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           MOVE "C02" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF WS-EDIT-VERDICT = SPACES
               MOVE "NO EDIT STAMP (PARL-EDIT.OK)" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-EDIT-VERDICT NOT = "PASSED"
               STRING "EDIT STAMP VERDICT IS " WS-EDIT-VERDICT
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-STAMP-ROWS-TEXT IS NOT NUMERIC
               OR WS-STAMP-SEATS-TEXT IS NOT NUMERIC
               MOVE "EDIT STAMP CONTROLS CANNOT BE READ"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE
               PERFORM CHECK-STAMP-CONTROLS
           END-IF.

      * Compares the stamp's controls with the seat file as loaded.
       CHECK-STAMP-CONTROLS.
           MOVE WS-STAMP-ROWS-TEXT TO WS-STAMP-ROWS.
           MOVE WS-STAMP-SEATS-TEXT TO WS-STAMP-SEATS.
           IF WS-STAMP-ROWS NOT = WS-PROVINCE-COUNT
               MOVE WS-STAMP-ROWS TO WS-DISPLAY-SEATS
               MOVE WS-PROVINCE-COUNT TO WS-DISPLAY-EXPECTED
               STRING "STAMP ROWS " WS-DISPLAY-SEATS
                   "; SEAT FILE HAS " WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-STAMP-SEATS NOT = WS-NATIONAL-TOTAL
               MOVE WS-STAMP-SEATS TO WS-DISPLAY-TOTAL
               MOVE WS-NATIONAL-TOTAL TO WS-DISPLAY-LOADED
               STRING "STAMP SEATS " WS-DISPLAY-TOTAL
                   "; SEAT FILE HAS " WS-DISPLAY-LOADED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-STAMP-PARTIES IS NOT NUMERIC
               OR WS-STAMP-PARTIES NOT = WS-PARTY-COUNT
               STRING "STAMP PARTIES " WS-STAMP-PARTIES
                   "; PARTIES.TXT HAS " WS-PARTY-COUNT
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           END-IF.

      * Proves the indexed master row for row against parliament.txt,
      * since LAB-6 reports off the master whenever it is present. No
      * master at all is a warning: LAB-6 then reads parliament.txt.
       CHECK-PARLIAMENT-MASTER.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           MOVE "C04" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           OPEN INPUT PARLIAMENT-MASTER.
           IF WS-MASTER-STATUS = "35"
               MOVE "PARLMAST.DAT NOT PRESENT; NOT CHECKED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-MASTER-STATUS NOT = "00"
               STRING "CANNOT OPEN PARLMAST.DAT (STATUS "
                   WS-MASTER-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM READ-MASTER-ROW UNTIL WS-EOF = 1
               CLOSE PARLIAMENT-MASTER
               PERFORM CHECK-PROVINCE-ON-MASTER
                   VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
           END-IF.

      * Reads the next master row and compares it with its seat row.
       READ-MASTER-ROW.
           READ PARLIAMENT-MASTER NEXT
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-MASTER-READ-COUNT
               MOVE MASTER-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE
               MOVE MASTER-PROVINCE-KEY TO WS-PROVINCE-KEY
               PERFORM FIND-PROVINCE
               MOVE "C04" TO WS-EXCEPTION-REASON
               IF WS-PROVINCE-FOUND = 0
                   MOVE "ON PARLMAST.DAT, NOT IN PARLIAMENT.TXT"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-FATAL-LINE
               ELSE
                   MOVE 1 TO WS-ON-MASTER(WS-MATCHED-SUB)
                   MOVE 0 TO WS-ROW-BAD
                   PERFORM COMPARE-MASTER-COLUMN
                       VARYING WS-PARTY-SUB FROM 1 BY 1
                       UNTIL WS-PARTY-SUB > 12
                   IF MASTER-TOTAL-SEATS NOT =
                       WS-PROVINCE-TOTAL(WS-MATCHED-SUB)
                       MOVE 1 TO WS-ROW-BAD
                   END-IF
                   IF WS-ROW-BAD = 1
                       MOVE "SEATS DIFFER FROM PARLIAMENT.TXT"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-FATAL-LINE
                   END-IF
               END-IF
           END-IF.

      * Compares one party's seats on the master and the seat file.
       COMPARE-MASTER-COLUMN.
           IF MASTER-PARTY-SEATS(WS-PARTY-SUB) NOT =
               WS-PROVINCE-SEATS(WS-MATCHED-SUB, WS-PARTY-SUB)
               MOVE 1 TO WS-ROW-BAD
           END-IF.

      * Lists a seat-file province the master has no row for.
       CHECK-PROVINCE-ON-MASTER.
           IF WS-ON-MASTER(WS-PROVINCE-SUB) = 0
               MOVE WS-PROVINCE-NAME(WS-PROVINCE-SUB)
                   TO WS-EXCEPTION-PROVINCE
               MOVE "C04" TO WS-EXCEPTION-REASON
               MOVE "IN PARLIAMENT.TXT, NOT ON PARLMAST.DAT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           END-IF.

      * Proves the riding winners on RIDINGS.TXT against the seat table:
      * each party's riding count in a province must be its seat count.
       CHECK-RIDING-FILE.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           OPEN INPUT RIDING-IN.
           IF WS-RIDING-STATUS NOT = "00"
               MOVE "C06" TO WS-EXCEPTION-REASON
               MOVE "RIDINGS.TXT NOT PRESENT; NOT CHECKED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM READ-RIDING-ROW UNTIL WS-EOF = 1
               CLOSE RIDING-IN
               MOVE 1 TO WS-RIDINGS-LOADED
               MOVE SPACES TO WS-EXCEPTION-RIDING
               PERFORM CHECK-PROVINCE-RIDINGS
                   VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
           END-IF.

      * Reads one riding row and tallies its winner.
       READ-RIDING-ROW.
           READ RIDING-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-RIDING-READ-COUNT
               PERFORM CHECK-ONE-RIDING
           END-IF.

      * Files one riding and counts it to its winner's seat column. A
      * riding in a province or for a party the seat table does not
      * know, or listed twice, is called out instead.
       CHECK-ONE-RIDING.
           MOVE RIDING-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE RIDING-NAME TO WS-EXCEPTION-RIDING.
           MOVE RIDING-PROVINCE-NAME TO WS-PROVINCE-KEY.
           PERFORM FIND-PROVINCE.
           MOVE RIDING-PARTY-CODE TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE 0 TO WS-RIDING-FOUND.
           IF WS-PROVINCE-FOUND = 1
               MOVE RIDING-NAME TO WS-RIDING-KEY
               PERFORM FIND-RIDING
           END-IF.
           MOVE "C06" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF WS-PROVINCE-FOUND = 0
               MOVE "PROVINCE NOT IN PARLIAMENT.TXT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-PARTY-FOUND = 0
               STRING "WINNER " RIDING-PARTY-CODE
                   " NOT ON PARTIES.TXT"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-RIDING-FOUND = 1
               MOVE "RIDING LISTED MORE THAN ONCE"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-RIDING-COUNT = 350
               MOVE "MORE THAN 350 RIDINGS; NOT CHECKED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               ADD 1 TO WS-RIDING-COUNT
               MOVE WS-MATCHED-SUB
                   TO WS-RIDING-PROVINCE-SUB(WS-RIDING-COUNT)
               MOVE RIDING-NAME
                   TO WS-RIDING-TABLE-NAME(WS-RIDING-COUNT)
               MOVE RIDING-PARTY-CODE
                   TO WS-RIDING-PARTY(WS-RIDING-COUNT)
               ADD 1 TO WS-RIDING-TALLY(WS-MATCHED-SUB, WS-LOOKUP-SUB)
               ADD 1 TO WS-PROVINCE-RIDINGS(WS-MATCHED-SUB)
           END-IF.

      * Looks up the riding named in WS-RIDING-KEY within the
      * province at WS-MATCHED-SUB, leaving its subscript in
      * WS-MATCHED-RIDING.
       FIND-RIDING.
           MOVE 0 TO WS-RIDING-FOUND.
           PERFORM MATCH-RIDING
               VARYING WS-RIDING-SUB FROM 1 BY 1
               UNTIL WS-RIDING-SUB > WS-RIDING-COUNT
               OR WS-RIDING-FOUND = 1.

      * Compares one filed riding against the riding sought.
       MATCH-RIDING.
           IF WS-RIDING-PROVINCE-SUB(WS-RIDING-SUB) = WS-MATCHED-SUB
               AND WS-RIDING-TABLE-NAME(WS-RIDING-SUB) = WS-RIDING-KEY
               MOVE 1 TO WS-RIDING-FOUND
               MOVE WS-RIDING-SUB TO WS-MATCHED-RIDING
           END-IF.

      * Proves one province's riding winners against its seats. A
      * province with no ridings at all is listed once rather than
      * party by party.
       CHECK-PROVINCE-RIDINGS.
           MOVE WS-PROVINCE-NAME(WS-PROVINCE-SUB)
               TO WS-EXCEPTION-PROVINCE.
           MOVE "C06" TO WS-EXCEPTION-REASON.
           IF WS-PROVINCE-RIDINGS(WS-PROVINCE-SUB) = 0
               AND WS-PROVINCE-TOTAL(WS-PROVINCE-SUB) > 0
               MOVE WS-PROVINCE-TOTAL(WS-PROVINCE-SUB)
                   TO WS-DISPLAY-EXPECTED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "NO RIDINGS ON FILE; SEAT TOTAL IS "
                   WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               PERFORM CHECK-PARTY-RIDINGS
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Lists one party whose riding count is not its seat count.
       CHECK-PARTY-RIDINGS.
           IF WS-RIDING-TALLY(WS-PROVINCE-SUB, WS-PARTY-SUB) NOT =
               WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
               MOVE WS-RIDING-TALLY(WS-PROVINCE-SUB, WS-PARTY-SUB)
                   TO WS-DISPLAY-SEATS
               MOVE WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
                   TO WS-DISPLAY-EXPECTED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING WS-PARTY-CODE(WS-PARTY-SUB) " WINS "
                   WS-DISPLAY-SEATS " RIDINGS BUT HOLDS "
                   WS-DISPLAY-EXPECTED " SEATS"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * Proves the member roster against the seat table, as the roster
      * reconciliation does: each party's member count in a province
      * must be its seat count, and every member must sit for a riding
      * RIDINGS.TXT gives to the member's party.
       CHECK-MEMBER-FILE.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           OPEN INPUT MEMBER-IN.
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "C07" TO WS-EXCEPTION-REASON
               MOVE "MEMBERS.TXT NOT PRESENT; NOT CHECKED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM READ-MEMBER-ROW UNTIL WS-EOF = 1
               CLOSE MEMBER-IN
               MOVE SPACES TO WS-EXCEPTION-RIDING
               PERFORM CHECK-PROVINCE-MEMBERS
                   VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
           END-IF.

      * Reads one member row and tallies it.
       READ-MEMBER-ROW.
           READ MEMBER-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-MEMBER-READ-COUNT
               PERFORM CHECK-ONE-MEMBER
           END-IF.

      * Counts one member to the party's column and matches the member
      * to the riding sat for.
       CHECK-ONE-MEMBER.
           MOVE MEMBER-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE MEMBER-RIDING TO WS-EXCEPTION-RIDING.
           MOVE MEMBER-PROVINCE-NAME TO WS-PROVINCE-KEY.
           PERFORM FIND-PROVINCE.
           MOVE MEMBER-PARTY-CODE TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE "C07" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF WS-PROVINCE-FOUND = 0
               MOVE "PROVINCE NOT IN PARLIAMENT.TXT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-PARTY-FOUND = 0
               OR WS-LOOKUP-SUB = WS-VAC-SUB
               STRING "MEMBER PARTY " MEMBER-PARTY-CODE
                   " IS NOT A SEATED PARTY"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               ADD 1 TO WS-MEMBER-TALLY(WS-MATCHED-SUB, WS-LOOKUP-SUB)
               ADD 1 TO WS-PROVINCE-MEMBERS(WS-MATCHED-SUB)
               IF WS-RIDINGS-LOADED = 1
                   PERFORM CHECK-MEMBER-RIDING
               END-IF
           END-IF.

      * A member's riding must be on RIDINGS.TXT and won by the member's
      * party.
       CHECK-MEMBER-RIDING.
           MOVE MEMBER-RIDING TO WS-RIDING-KEY.
           PERFORM FIND-RIDING.
           IF WS-RIDING-FOUND = 0
               MOVE "RIDING NOT ON RIDINGS.TXT" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-RIDING-PARTY(WS-MATCHED-RIDING)
               NOT = MEMBER-PARTY-CODE
               STRING "MEMBER IS " MEMBER-PARTY-CODE
                   "; RIDING IS HELD BY "
                   WS-RIDING-PARTY(WS-MATCHED-RIDING)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * Proves one province's roster against its seats. A province with
      * filled seats and no members is listed once rather than party by
      * party; vacant seats are expected to have no member.
       CHECK-PROVINCE-MEMBERS.
           MOVE WS-PROVINCE-NAME(WS-PROVINCE-SUB)
               TO WS-EXCEPTION-PROVINCE.
           MOVE "C07" TO WS-EXCEPTION-REASON.
           MOVE WS-PROVINCE-TOTAL(WS-PROVINCE-SUB) TO WS-FILLED-SEATS.
           IF WS-VAC-SUB > 0
               SUBTRACT WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-VAC-SUB)
                   FROM WS-FILLED-SEATS
           END-IF.
           IF WS-PROVINCE-MEMBERS(WS-PROVINCE-SUB) = 0
               AND WS-FILLED-SEATS > 0
               MOVE WS-FILLED-SEATS TO WS-DISPLAY-EXPECTED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "NO MEMBERS ON FILE; FILLED SEATS "
                   WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               PERFORM CHECK-PARTY-MEMBERS
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Lists one party whose member count is not its seat count.
       CHECK-PARTY-MEMBERS.
           IF WS-PARTY-SUB NOT = WS-VAC-SUB
               AND WS-MEMBER-TALLY(WS-PROVINCE-SUB, WS-PARTY-SUB) NOT =
               WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
               MOVE WS-MEMBER-TALLY(WS-PROVINCE-SUB, WS-PARTY-SUB)
                   TO WS-DISPLAY-SEATS
               MOVE WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
                   TO WS-DISPLAY-EXPECTED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING WS-PARTY-CODE(WS-PARTY-SUB) " HAS "
                   WS-DISPLAY-SEATS " MEMBERS BUT HOLDS "
                   WS-DISPLAY-EXPECTED " SEATS"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * Proves the riding vote counts against the riding winners, as
      * the marginal-seats cross-check does: each vote row's riding must
      * be on RIDINGS.TXT and its recorded winner must hold the row's
      * top vote count (a tie at the top is accepted).
       CHECK-VOTE-FILE.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           OPEN INPUT VOTE-IN.
           IF WS-VOTE-STATUS NOT = "00"
               MOVE "C08" TO WS-EXCEPTION-REASON
               MOVE "RIDEVOTE.TXT NOT PRESENT; NOT CHECKED"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM READ-VOTE-ROW UNTIL WS-EOF = 1
               CLOSE VOTE-IN
           END-IF.

      * Reads one vote row and checks it.
       READ-VOTE-ROW.
           READ VOTE-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-VOTE-READ-COUNT
               PERFORM CHECK-ONE-VOTE-ROW
           END-IF.

      * Checks one vote row against the seat table and its riding.
       CHECK-ONE-VOTE-ROW.
           MOVE VOTE-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE VOTE-RIDING-NAME TO WS-EXCEPTION-RIDING.
           MOVE VOTE-PROVINCE-NAME TO WS-PROVINCE-KEY.
           PERFORM FIND-PROVINCE.
           MOVE 0 TO WS-ROW-BAD.
           PERFORM CHECK-VOTE-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           MOVE "C08" TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           IF WS-PROVINCE-FOUND = 0
               MOVE "PROVINCE NOT IN PARLIAMENT.TXT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-ROW-BAD = 1
               MOVE "VOTE COUNTS NOT NUMERIC" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           ELSE IF WS-RIDINGS-LOADED = 1
               MOVE VOTE-RIDING-NAME TO WS-RIDING-KEY
               PERFORM FIND-RIDING
               IF WS-RIDING-FOUND = 0
                   MOVE "RIDING NOT ON RIDINGS.TXT"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-WARNING-LINE
               ELSE
                   PERFORM CHECK-VOTE-WINNER
               END-IF
           END-IF.

      * Every defined party column must carry a vote count.
       CHECK-VOTE-COLUMN.
           IF VOTE-PARTY-VOTES(WS-PARTY-SUB) IS NOT NUMERIC
               MOVE 1 TO WS-ROW-BAD
           END-IF.

      * The riding's recorded winner must hold the top vote count. A
      * riding recorded vacant is passed over: a tie at the top is
      * written vacant, as is a seat vacated since the election, and
      * vacancies are reported elsewhere.
       CHECK-VOTE-WINNER.
           IF WS-VAC-SUB = 0
               PERFORM TEST-VOTE-WINNER
           ELSE IF WS-RIDING-PARTY(WS-MATCHED-RIDING)
               NOT = WS-PARTY-CODE(WS-VAC-SUB)
               PERFORM TEST-VOTE-WINNER
           END-IF.

       TEST-VOTE-WINNER.
           MOVE VOTE-PARTY-VOTES(1) TO WS-TOP-VOTES.
           MOVE 1 TO WS-TOP-SUB.
           PERFORM FIND-TOP-VOTE-PARTY
               VARYING WS-PARTY-SUB FROM 2 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           MOVE WS-RIDING-PARTY(WS-MATCHED-RIDING)
               TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           IF WS-PARTY-FOUND = 0
               MOVE 1 TO WS-ROW-BAD
           ELSE IF VOTE-PARTY-VOTES(WS-LOOKUP-SUB) < WS-TOP-VOTES
               MOVE 1 TO WS-ROW-BAD
           END-IF.
           IF WS-ROW-BAD = 1
               STRING "RECORDED WINNER "
                   WS-RIDING-PARTY(WS-MATCHED-RIDING)
                   "; TOP VOTE-GETTER " WS-PARTY-CODE(WS-TOP-SUB)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * Tracks the top vote count and its party for the current row.
       FIND-TOP-VOTE-PARTY.
           IF VOTE-PARTY-VOTES(WS-PARTY-SUB) > WS-TOP-VOTES
               MOVE VOTE-PARTY-VOTES(WS-PARTY-SUB) TO WS-TOP-VOTES
               MOVE WS-PARTY-SUB TO WS-TOP-SUB
           END-IF.

      * Translates the party code in WS-PARTY-LOOKUP-CODE into its seat
      * column, leaving it in WS-LOOKUP-SUB.
       FIND-PARTY-SUB.
           MOVE 0 TO WS-PARTY-FOUND.
           MOVE 0 TO WS-LOOKUP-SUB.
           PERFORM MATCH-PARTY-CODE
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT
               OR WS-PARTY-FOUND = 1.

      * Compares one party column's code against the code sought.
       MATCH-PARTY-CODE.
           IF WS-PARTY-DEFINED(WS-PARTY-SUB) = 1
               AND WS-PARTY-CODE(WS-PARTY-SUB) = WS-PARTY-LOOKUP-CODE
               MOVE 1 TO WS-PARTY-FOUND
               MOVE WS-PARTY-SUB TO WS-LOOKUP-SUB
           END-IF.

      * Writes one fatal exception line.
       WRITE-FATAL-LINE.
           MOVE "F" TO WS-EXCEPTION-SEVERITY.
           ADD 1 TO WS-FATAL-COUNT.
           PERFORM WRITE-EXCEPTION-LINE.

      * Writes one warning exception line.
       WRITE-WARNING-LINE.
           MOVE "W" TO WS-EXCEPTION-SEVERITY.
           ADD 1 TO WS-WARNING-COUNT.
           PERFORM WRITE-EXCEPTION-LINE.

      * Writes one exception line: reason code, severity (F fatal, W
      * warning), province, riding, and what was found. The caller sets
      * the reason and text first.
      *   C01 F seat file (parliament.txt) missing or a row unusable
      *   C02 F edit stamp missing, not PASSED, or out of step
      *   C03 F party reference file (PARTIES.TXT) not usable
      *   C04 F indexed master out of step with parliament.txt
      *       (W when there is no master)
      *   C05 W seat row whose party seats do not add to its total
      *   C06 W RIDINGS.TXT disagrees with the seat table
      *   C07 W MEMBERS.TXT disagrees with the seat table or ridings
      *   C08 W RIDEVOTE.TXT disagrees with the riding winners
      *       (vacant ridings are not checked)
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING WS-EXCEPTION-REASON " " WS-EXCEPTION-SEVERITY " "
               WS-EXCEPTION-PROVINCE " " WS-EXCEPTION-RIDING " "
               WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           DISPLAY "PARL-CHECK: (" WS-EXCEPTION-REASON " "
               WS-EXCEPTION-SEVERITY ") " WS-EXCEPTION-PROVINCE " "
               WS-EXCEPTION-RIDING " " WS-EXCEPTION-TEXT.

      * Sets the verdict and return code from the exception counts and
      * closes the report with them, so the report alone says whether
      * the overnight job may run.
       SET-CHECK-VERDICT.
           IF WS-FATAL-COUNT > 0
               MOVE "FATAL" TO WS-CHECK-VERDICT
               MOVE 8 TO WS-CHECK-RETURN-CODE
           ELSE IF WS-WARNING-COUNT > 0
               MOVE "WARNINGS" TO WS-CHECK-VERDICT
               MOVE 4 TO WS-CHECK-RETURN-CODE
           ELSE
               MOVE "CLEAN" TO WS-CHECK-VERDICT
               MOVE 0 TO WS-CHECK-RETURN-CODE
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "VERDICT " WS-CHECK-VERDICT
               " FATAL=" WS-FATAL-COUNT
               " WARNINGS=" WS-WARNING-COUNT
               " RC=" WS-CHECK-RETURN-CODE
               " DATE=" WS-TODAY-DATE
               DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

      * Displays the record counts and the verdict.
       DISPLAY-CHECK-SUMMARY.
           MOVE WS-SEAT-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: seat rows read:      " WS-DISPLAY-COUNT.
           MOVE WS-MASTER-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: master rows read:    " WS-DISPLAY-COUNT.
           MOVE WS-RIDING-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: riding rows read:    " WS-DISPLAY-COUNT.
           MOVE WS-MEMBER-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: member rows read:    " WS-DISPLAY-COUNT.
           MOVE WS-VOTE-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: vote rows read:      " WS-DISPLAY-COUNT.
           MOVE WS-FATAL-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: fatal exceptions:    " WS-DISPLAY-COUNT.
           MOVE WS-WARNING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: warnings:            " WS-DISPLAY-COUNT.
           DISPLAY "PARL-CHECK: verdict " WS-CHECK-VERDICT
               " (return code " WS-CHECK-RETURN-CODE
               "); see PARL-CHECK.TXT.".

      * Loads the party reference table from PARTIES.TXT, each party at
      * the seat column its record names. Without the file the seven
      * original parties are used in their original columns. LAB-6
      * will not run with a bad reference file or without a vacancy
      * column, so either is fatal.
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
           PERFORM FIND-VACANCY-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           MOVE SPACES TO WS-EXCEPTION-PROVINCE.
           MOVE SPACES TO WS-EXCEPTION-RIDING.
           MOVE "C03" TO WS-EXCEPTION-REASON.
           IF WS-PARTY-COUNT = 0
               MOVE "PARTIES.TXT DEFINES NO PARTIES"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-PARTY-TABLE-OK = 0
               MOVE "PARTIES.TXT HAS BAD OR MISSING COLUMNS"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           ELSE IF WS-VAC-SUB = 0
               MOVE "PARTIES.TXT HAS NO VAC PARTY"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-FATAL-LINE
           END-IF.

      * Notes the seat column of the vacancy party.
       FIND-VACANCY-COLUMN.
           IF WS-PARTY-CODE(WS-PARTY-SUB) = "VAC"
               MOVE WS-PARTY-SUB TO WS-VAC-SUB
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
                   DISPLAY "PARL-CHECK: bad PARTIES.TXT record: "
                       PARTY-REF-RECORD
                   MOVE 0 TO WS-PARTY-TABLE-OK
               ELSE
                   MOVE PARTY-REF-COLUMN TO WS-PARTY-COLUMN
                   PERFORM FILE-PARTY-REF
               END-IF
           END-IF.

      * Files a validated reference record at its seat column, refusing
      * a second party for the same column.
       FILE-PARTY-REF.
           IF WS-PARTY-DEFINED(WS-PARTY-COLUMN) = 1
               DISPLAY "PARL-CHECK: PARTIES.TXT defines column "
                   WS-PARTY-COLUMN " twice."
               MOVE 0 TO WS-PARTY-TABLE-OK
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
               DISPLAY "PARL-CHECK: PARTIES.TXT has no party for"
                   " column " WS-PARTY-SUB "."
               MOVE 0 TO WS-PARTY-TABLE-OK
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
       END PROGRAM PARL-CHECK.
