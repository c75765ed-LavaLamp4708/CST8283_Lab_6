      ******************************************************************
      * Author: Peter Stainforth
      * Date: XX-07-2024
      * Purpose: Election-night build of the seat file from the riding
      *          vote results. Reads RIDEVOTE.TXT, takes each riding's
      *          top vote-getter as its winner and the gap to the
      *          runner-up as its margin, and writes RIDINGS.TXT and a
      *          parliament-raw.txt (with its trailer record) ready for
      *          PARL-EDIT, so the seat counts, the riding winners and
      *          the vote counts all come from the one file.
      *          A riding tied for first, or with no votes recorded, is
      *          written vacant (VAC) until it is decided. Those
      *          ridings, rows that cannot be used, and any province
      *          whose riding count disagrees with its seat total in
      *          the current parliament.txt are listed with a reason
      *          code on PARL-BUILD.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARL-BUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTE-IN
               ASSIGN TO 'RIDEVOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTE-STATUS.
           SELECT CURRENT-SEATS-IN
               ASSIGN TO 'parliament.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT RIDING-OUT
               ASSIGN TO 'RIDINGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-OUT
               ASSIGN TO 'parliament-raw.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-OUT
               ASSIGN TO 'PARL-BUILD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTY-REF-IN
               ASSIGN TO 'PARTIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VOTE-IN.
       01 VOTE-RECORD.
           05 VOTE-PROVINCE-NAME PIC X(25).
           05 VOTE-RIDING-NAME PIC X(30).
           05 VOTE-ZONE.
               10 VOTE-PARTY-VOTES PIC 9(6) OCCURS 12 TIMES.
           05 VOTE-ZONE-TEXT REDEFINES VOTE-ZONE.
               10 VOTE-PARTY-TEXT PIC X(6) OCCURS 12 TIMES.

       FD CURRENT-SEATS-IN.
       01 CURRENT-SEAT-RECORD.
           05 CURRENT-PROVINCE-NAME PIC X(25).
           05 CURRENT-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 CURRENT-TOTAL-SEATS PIC 999.

       FD RIDING-OUT.
       01 RIDING-RECORD.
           05 RIDING-PROVINCE-NAME PIC X(25).
           05 RIDING-NAME PIC X(30).
           05 RIDING-PARTY-CODE PIC X(3).
           05 RIDING-VOTE-MARGIN PIC 9(5).

       FD RAW-OUT.
       01 RAW-SEAT-RECORD.
           05 RAW-PROVINCE-NAME PIC X(25).
           05 RAW-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 RAW-TOTAL-SEATS PIC 999.
       01 RAW-TRAILER-RECORD.
           05 RAW-TRAILER-TAG PIC X(25).
           05 RAW-TRAILER-ROWS PIC 999.
           05 RAW-TRAILER-TOTAL PIC 9(5).

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
       01 WS-VOTE-STATUS PIC XX.

       01 WS-CURRENT-STATUS PIC XX.

       01 WS-PARTY-REF-STATUS PIC XX.

       01 FLAGS.
           05 WS-EOF PIC 9 VALUE 0.
           05 WS-CURRENT-EOF PIC 9 VALUE 0.
           05 WS-CURRENT-AVAILABLE PIC 9 VALUE 0.
           05 WS-ROW-BAD PIC 9 VALUE 0.
           05 WS-DUP-FOUND PIC 9 VALUE 0.
           05 WS-PROVINCE-FOUND PIC 9 VALUE 0.
           05 WS-EXPECTED-FOUND PIC 9 VALUE 0.
           05 WS-PARTY-TABLE-OK PIC 9 VALUE 1.
           05 WS-PARTY-EOF PIC 9 VALUE 0.

       01 SUBS.
           05 WS-PARTY-SUB PIC 99.
           05 WS-PARTY-COLUMN PIC 99.
           05 WS-PROVINCE-SUB PIC 99.
           05 WS-MATCHED-SUB PIC 99.
           05 WS-EXPECTED-SUB PIC 99.
           05 WS-SEEN-SUB PIC 999.
           05 WS-VAC-SUB PIC 99 VALUE 0.
           05 WS-TOP-SUB PIC 99.

       01 WS-EXCEPTION-REASON PIC X(3).
       01 WS-EXCEPTION-TEXT PIC X(40).
       01 WS-EXCEPTION-PROVINCE PIC X(25).
       01 WS-EXCEPTION-RIDING PIC X(30).

       01 WS-PROVINCE-KEY PIC X(25).
       01 WS-RIDING-KEY PIC X(55).

      * Working figures for the riding being built.
       01 WS-RIDING-FIGURES.
           05 WS-PARTY-VOTES PIC 9(6).
           05 WS-TOP-VOTES PIC 9(6).
           05 WS-SECOND-VOTES PIC 9(6).
           05 WS-RIDING-VOTES PIC 9(8).
           05 WS-RIDING-MARGIN PIC 9(6).
           05 WS-RIDING-WINNER PIC X(3).
           05 WS-ROW-TOTAL PIC 999.

       01 COUNTERS.
           05 WS-READ-COUNT PIC 999 VALUE 0.
           05 WS-BUILT-COUNT PIC 999 VALUE 0.
           05 WS-TIED-COUNT PIC 999 VALUE 0.
           05 WS-NO-VOTE-COUNT PIC 999 VALUE 0.
           05 WS-SKIPPED-COUNT PIC 999 VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 999 VALUE 0.
           05 WS-DISAGREE-COUNT PIC 99 VALUE 0.
           05 WS-NATIONAL-TOTAL PIC 9(5) VALUE 0.

       01 WS-DISPLAY-COUNT PIC ZZ9.
       01 WS-DISPLAY-VOTES PIC ZZZZZ9.
       01 WS-DISPLAY-SEATS PIC ZZ9.
       01 WS-DISPLAY-EXPECTED PIC ZZ9.
       01 WS-DISPLAY-TOTAL PIC ZZZZ9.

      * Province-by-party seat counts built from the riding winners, in
      * the order the provinces first appear on the vote file.
       01 WS-PROVINCE-COUNT PIC 99 VALUE 0.
       01 WS-PROVINCE-TABLE.
           05 WS-PROVINCE-ENTRY OCCURS 14 TIMES.
               10 WS-PROVINCE-NAME PIC X(25).
               10 WS-PROVINCE-TABLE-KEY PIC X(25).
               10 WS-PROVINCE-SEATS PIC 999 OCCURS 12 TIMES.
               10 WS-PROVINCE-RIDINGS PIC 999.

      * Every riding built so far, so a riding keyed twice on the vote
      * file is not counted twice.
       01 WS-SEEN-COUNT PIC 999 VALUE 0.
       01 WS-SEEN-RIDINGS.
           05 WS-SEEN-KEY PIC X(55) OCCURS 350 TIMES.

      * Seat totals per province from the current parliament.txt, which
      * the derived riding counts are proved against.
       01 WS-EXPECTED-COUNT PIC 99 VALUE 0.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ENTRY OCCURS 14 TIMES.
               10 WS-EXPECTED-NAME PIC X(25).
               10 WS-EXPECTED-KEY PIC X(25).
               10 WS-EXPECTED-TOTAL PIC 999.
               10 WS-EXPECTED-BUILT PIC 9.

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

      * Runs the build end to end: load the party columns and the
      * current seat totals, decide every riding on the vote file,
      * prove each province's riding count, and write the raw seat
      * file with its trailer. Nothing is written when the vote file
      * or the party reference file cannot be used.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARTY-TABLE.
           PERFORM LOAD-EXPECTED-SEATS.
           OPEN INPUT VOTE-IN.
           IF WS-VOTE-STATUS NOT = "00"
               DISPLAY "PARL-BUILD: cannot open RIDEVOTE.TXT"
                   " (status " WS-VOTE-STATUS ")."
               DISPLAY "PARL-BUILD: nothing written."
           ELSE IF WS-PARTY-TABLE-OK = 0
               CLOSE VOTE-IN
               DISPLAY "PARL-BUILD: party reference file cannot be"
                   " used; nothing written."
           ELSE
               OPEN OUTPUT RIDING-OUT
               OPEN OUTPUT EXCEPTION-OUT
               PERFORM READ-AND-BUILD-RIDING UNTIL WS-EOF = 1
               CLOSE VOTE-IN
               CLOSE RIDING-OUT
               PERFORM CHECK-PROVINCE-RIDING-COUNTS
               PERFORM WRITE-RAW-SEAT-FILE
               CLOSE EXCEPTION-OUT
               PERFORM DISPLAY-BUILD-SUMMARY
           END-IF.
           STOP RUN.

      * Reads one vote row and builds its riding.
       READ-AND-BUILD-RIDING.
           READ VOTE-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-READ-COUNT
               PERFORM BUILD-ONE-RIDING
           END-IF.

      * Checks one vote row, decides its winner and margin, writes the
      * riding record, and counts the seat to its province. A row that
      * cannot be used is listed and left out of the build.
       BUILD-ONE-RIDING.
           MOVE VOTE-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE VOTE-RIDING-NAME TO WS-EXCEPTION-RIDING.
           MOVE VOTE-PROVINCE-NAME TO WS-PROVINCE-KEY.
           INSPECT WS-PROVINCE-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-RIDING-KEY.
           STRING WS-PROVINCE-KEY VOTE-RIDING-NAME
               DELIMITED BY SIZE INTO WS-RIDING-KEY.
           MOVE 0 TO WS-ROW-BAD.
           PERFORM CHECK-VOTE-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           MOVE 0 TO WS-DUP-FOUND.
           PERFORM SCAN-SEEN-RIDING
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               OR WS-DUP-FOUND = 1.
           MOVE 0 TO WS-PROVINCE-FOUND.
           PERFORM FIND-BUILD-PROVINCE
               VARYING WS-PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.
           IF VOTE-PROVINCE-NAME = SPACES
               OR VOTE-RIDING-NAME = SPACES
               MOVE "B04" TO WS-EXCEPTION-REASON
               MOVE "BLANK PROVINCE OR RIDING; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-VOTE-ROW
           ELSE IF WS-ROW-BAD = 1
               MOVE "B04" TO WS-EXCEPTION-REASON
               MOVE "VOTE COUNTS NOT NUMERIC; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-VOTE-ROW
           ELSE IF WS-DUP-FOUND = 1
               MOVE "B05" TO WS-EXCEPTION-REASON
               MOVE "RIDING ALREADY BUILT; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-VOTE-ROW
           ELSE IF WS-PROVINCE-FOUND = 0
               AND WS-PROVINCE-COUNT = 14
               MOVE "B04" TO WS-EXCEPTION-REASON
               MOVE "MORE THAN 14 PROVINCES; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-VOTE-ROW
           ELSE IF WS-SEEN-COUNT = 350
               MOVE "B04" TO WS-EXCEPTION-REASON
               MOVE "MORE THAN 350 RIDINGS; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-VOTE-ROW
           ELSE
               IF WS-PROVINCE-FOUND = 0
                   PERFORM ADD-BUILD-PROVINCE
               END-IF
               PERFORM FIND-RIDING-WINNER
               PERFORM WRITE-RIDING-ROW
           END-IF.

      * A defined party column must carry a vote count; a column the
      * party reference file does not define may only be blank or zero.
       CHECK-VOTE-COLUMN.
           IF WS-PARTY-DEFINED(WS-PARTY-SUB) = 1
               IF VOTE-PARTY-VOTES(WS-PARTY-SUB) IS NOT NUMERIC
                   MOVE 1 TO WS-ROW-BAD
               END-IF
           ELSE IF VOTE-PARTY-TEXT(WS-PARTY-SUB) NOT = SPACES
               AND VOTE-PARTY-TEXT(WS-PARTY-SUB) NOT = "000000"
               MOVE 1 TO WS-ROW-BAD
           END-IF.

      * Compares one riding already built against the current row.
       SCAN-SEEN-RIDING.
           IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-RIDING-KEY
               MOVE 1 TO WS-DUP-FOUND
           END-IF.

      * Compares one built province against the current row's province,
      * leaving its subscript in WS-MATCHED-SUB.
       FIND-BUILD-PROVINCE.
           IF WS-PROVINCE-TABLE-KEY(WS-PROVINCE-SUB) = WS-PROVINCE-KEY
               MOVE 1 TO WS-PROVINCE-FOUND
               MOVE WS-PROVINCE-SUB TO WS-MATCHED-SUB
           END-IF.

      * Starts a new province row with no seats.
       ADD-BUILD-PROVINCE.
           ADD 1 TO WS-PROVINCE-COUNT.
           MOVE WS-PROVINCE-COUNT TO WS-MATCHED-SUB.
           INITIALIZE WS-PROVINCE-ENTRY(WS-MATCHED-SUB).
           MOVE VOTE-PROVINCE-NAME TO WS-PROVINCE-NAME(WS-MATCHED-SUB).
           MOVE WS-PROVINCE-KEY
               TO WS-PROVINCE-TABLE-KEY(WS-MATCHED-SUB).

      * Lists a vote row that cannot be used and counts it skipped.
       SKIP-VOTE-ROW.
           PERFORM WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.

      * Ranks the row's party vote counts. The top vote-getter wins and
      * the margin is its lead over the runner-up. A tie for first, or a
      * riding with no votes at all, is not decided here: the riding is
      * written vacant and listed for the returning officer.
       FIND-RIDING-WINNER.
           MOVE 0 TO WS-TOP-VOTES.
           MOVE 0 TO WS-SECOND-VOTES.
           MOVE 0 TO WS-RIDING-VOTES.
           MOVE 0 TO WS-TOP-SUB.
           PERFORM RANK-ONE-PARTY
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           IF WS-RIDING-VOTES = 0
               MOVE "VAC" TO WS-RIDING-WINNER
               MOVE 0 TO WS-RIDING-MARGIN
               MOVE WS-VAC-SUB TO WS-TOP-SUB
               MOVE "B02" TO WS-EXCEPTION-REASON
               MOVE "NO VOTES RECORDED; WRITTEN VACANT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-NO-VOTE-COUNT
           ELSE IF WS-TOP-VOTES = WS-SECOND-VOTES
               MOVE "VAC" TO WS-RIDING-WINNER
               MOVE 0 TO WS-RIDING-MARGIN
               MOVE WS-VAC-SUB TO WS-TOP-SUB
               MOVE WS-TOP-VOTES TO WS-DISPLAY-VOTES
               MOVE "B01" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "TIED FOR FIRST AT " WS-DISPLAY-VOTES
                   "; WRITTEN VACANT"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-TIED-COUNT
           ELSE
               MOVE WS-PARTY-CODE(WS-TOP-SUB) TO WS-RIDING-WINNER
               COMPUTE WS-RIDING-MARGIN =
                   WS-TOP-VOTES - WS-SECOND-VOTES
           END-IF.

      * Folds one party's vote count into the riding's top two. The
      * vacancy column never wins a riding.
       RANK-ONE-PARTY.
           IF WS-PARTY-SUB NOT = WS-VAC-SUB
               MOVE VOTE-PARTY-VOTES(WS-PARTY-SUB) TO WS-PARTY-VOTES
               ADD WS-PARTY-VOTES TO WS-RIDING-VOTES
               IF WS-PARTY-VOTES > WS-TOP-VOTES
                   MOVE WS-TOP-VOTES TO WS-SECOND-VOTES
                   MOVE WS-PARTY-VOTES TO WS-TOP-VOTES
                   MOVE WS-PARTY-SUB TO WS-TOP-SUB
               ELSE IF WS-PARTY-VOTES > WS-SECOND-VOTES
                   MOVE WS-PARTY-VOTES TO WS-SECOND-VOTES
               END-IF
           END-IF.

      * Writes the riding's winner and margin to the new RIDINGS.TXT and
      * counts its seat to the province. The margin field holds five
      * digits; a larger lead is written as 99999.
       WRITE-RIDING-ROW.
           MOVE VOTE-PROVINCE-NAME TO RIDING-PROVINCE-NAME.
           MOVE VOTE-RIDING-NAME TO RIDING-NAME.
           MOVE WS-RIDING-WINNER TO RIDING-PARTY-CODE.
           IF WS-RIDING-MARGIN > 99999
               MOVE 99999 TO RIDING-VOTE-MARGIN
           ELSE
               MOVE WS-RIDING-MARGIN TO RIDING-VOTE-MARGIN
           END-IF.
           WRITE RIDING-RECORD.
           ADD 1 TO WS-BUILT-COUNT.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE WS-RIDING-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT).
           ADD 1 TO WS-PROVINCE-RIDINGS(WS-MATCHED-SUB).
           IF WS-TOP-SUB > 0
               ADD 1 TO WS-PROVINCE-SEATS(WS-MATCHED-SUB, WS-TOP-SUB)
           END-IF.

      * Writes one exception line: reason code, province, riding, and
      * what was found. The caller sets the reason and text first.
      *   B01 riding tied for first (written vacant)
      *   B02 riding with no votes recorded (written vacant)
      *   B03 province riding count disagrees with its seat total
      *   B04 vote row cannot be used (blank, not numeric, overflow)
      *   B05 riding appears on the vote file more than once
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING WS-EXCEPTION-REASON " " WS-EXCEPTION-PROVINCE " "
               WS-EXCEPTION-RIDING " " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "PARL-BUILD: (" WS-EXCEPTION-REASON ") "
               WS-EXCEPTION-PROVINCE " " WS-EXCEPTION-RIDING " "
               WS-EXCEPTION-TEXT.

      * Loads each province's seat total from the current parliament.txt.
      * Without it the riding counts cannot be proved, which is said.
       LOAD-EXPECTED-SEATS.
           OPEN INPUT CURRENT-SEATS-IN.
           IF WS-CURRENT-STATUS = "00"
               MOVE 1 TO WS-CURRENT-AVAILABLE
               PERFORM READ-EXPECTED-SEATS UNTIL WS-CURRENT-EOF = 1
               CLOSE CURRENT-SEATS-IN
           ELSE
               DISPLAY "PARL-BUILD: no parliament.txt; province riding"
                   " counts will not be proved."
           END-IF.

      * Reads one current seat row into the expected-totals table.
       READ-EXPECTED-SEATS.
           READ CURRENT-SEATS-IN
               AT END MOVE 1 TO WS-CURRENT-EOF.
           IF WS-CURRENT-EOF = 0
               AND WS-EXPECTED-COUNT < 14
               AND CURRENT-TOTAL-SEATS IS NUMERIC
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE CURRENT-PROVINCE-NAME
                   TO WS-EXPECTED-NAME(WS-EXPECTED-COUNT)
               MOVE CURRENT-PROVINCE-NAME
                   TO WS-EXPECTED-KEY(WS-EXPECTED-COUNT)
               INSPECT WS-EXPECTED-KEY(WS-EXPECTED-COUNT)
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE CURRENT-TOTAL-SEATS
                   TO WS-EXPECTED-TOTAL(WS-EXPECTED-COUNT)
               MOVE 0 TO WS-EXPECTED-BUILT(WS-EXPECTED-COUNT)
           END-IF.

      * Proves every built province's riding count against its seat
      * total, then calls out any province with seats and no ridings.
       CHECK-PROVINCE-RIDING-COUNTS.
           IF WS-CURRENT-AVAILABLE = 1
               MOVE SPACES TO WS-EXCEPTION-RIDING
               PERFORM CHECK-ONE-PROVINCE-COUNT
                   VARYING WS-PROVINCE-SUB FROM 1 BY 1
                   UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
               PERFORM CHECK-ONE-UNBUILT-PROVINCE
                   VARYING WS-EXPECTED-SUB FROM 1 BY 1
                   UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
           END-IF.

      * Lists one built province whose riding count is not the seat
      * total parliament.txt carries for it, or that it does not carry.
       CHECK-ONE-PROVINCE-COUNT.
           MOVE 0 TO WS-EXPECTED-FOUND.
           PERFORM FIND-EXPECTED-PROVINCE
               VARYING WS-EXPECTED-SUB FROM 1 BY 1
               UNTIL WS-EXPECTED-SUB > WS-EXPECTED-COUNT
               OR WS-EXPECTED-FOUND = 1.
           MOVE WS-PROVINCE-NAME(WS-PROVINCE-SUB)
               TO WS-EXCEPTION-PROVINCE.
           MOVE WS-PROVINCE-RIDINGS(WS-PROVINCE-SUB)
               TO WS-DISPLAY-SEATS.
           IF WS-EXPECTED-FOUND = 0
               MOVE "B03" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING WS-DISPLAY-SEATS
                   " RIDINGS; NOT IN PARLIAMENT.TXT"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-DISAGREE-COUNT
           ELSE IF WS-PROVINCE-RIDINGS(WS-PROVINCE-SUB)
               NOT = WS-EXPECTED-TOTAL(WS-EXPECTED-SUB)
               MOVE WS-EXPECTED-TOTAL(WS-EXPECTED-SUB)
                   TO WS-DISPLAY-EXPECTED
               MOVE "B03" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING WS-DISPLAY-SEATS " RIDINGS; SEAT TOTAL IS "
                   WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.

      * Compares one expected province against the built province,
      * marking it built.
       FIND-EXPECTED-PROVINCE.
           IF WS-EXPECTED-KEY(WS-EXPECTED-SUB) =
               WS-PROVINCE-TABLE-KEY(WS-PROVINCE-SUB)
               MOVE 1 TO WS-EXPECTED-FOUND
               MOVE 1 TO WS-EXPECTED-BUILT(WS-EXPECTED-SUB)
           END-IF.

      * Lists one province parliament.txt carries seats for but the vote
      * file has no ridings for.
       CHECK-ONE-UNBUILT-PROVINCE.
           IF WS-EXPECTED-BUILT(WS-EXPECTED-SUB) = 0
               AND WS-EXPECTED-TOTAL(WS-EXPECTED-SUB) > 0
               MOVE WS-EXPECTED-NAME(WS-EXPECTED-SUB)
                   TO WS-EXCEPTION-PROVINCE
               MOVE WS-EXPECTED-TOTAL(WS-EXPECTED-SUB)
                   TO WS-DISPLAY-EXPECTED
               MOVE "B03" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "NO RIDINGS; SEAT TOTAL IS " WS-DISPLAY-EXPECTED
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.

      * Writes one seat row per built province and the trailer record
      * (row count and national seat total) PARL-EDIT proves against.
       WRITE-RAW-SEAT-FILE.
           OPEN OUTPUT RAW-OUT.
           PERFORM WRITE-RAW-SEAT-ROW
               VARYING WS-PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT.
           MOVE SPACES TO RAW-TRAILER-RECORD.
           MOVE "TRAILER" TO RAW-TRAILER-TAG.
           MOVE WS-PROVINCE-COUNT TO RAW-TRAILER-ROWS.
           MOVE WS-NATIONAL-TOTAL TO RAW-TRAILER-TOTAL.
           WRITE RAW-TRAILER-RECORD.
           CLOSE RAW-OUT.

      * Writes one province's seat row; its total is the sum of its
      * party seat columns.
       WRITE-RAW-SEAT-ROW.
           MOVE WS-PROVINCE-NAME(WS-PROVINCE-SUB) TO RAW-PROVINCE-NAME.
           MOVE 0 TO WS-ROW-TOTAL.
           PERFORM MOVE-RAW-PARTY-SEATS
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           MOVE WS-ROW-TOTAL TO RAW-TOTAL-SEATS.
           WRITE RAW-SEAT-RECORD.
           ADD WS-ROW-TOTAL TO WS-NATIONAL-TOTAL.

      * Moves one party's seats into the raw row and adds them up.
       MOVE-RAW-PARTY-SEATS.
           MOVE WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
               TO RAW-PARTY-SEATS(WS-PARTY-SUB).
           ADD WS-PROVINCE-SEATS(WS-PROVINCE-SUB, WS-PARTY-SUB)
               TO WS-ROW-TOTAL.

      * Displays the build's record counts.
       DISPLAY-BUILD-SUMMARY.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: vote rows read:      " WS-DISPLAY-COUNT.
           MOVE WS-BUILT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: ridings built:       " WS-DISPLAY-COUNT.
           MOVE WS-TIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: tied for first:      " WS-DISPLAY-COUNT.
           MOVE WS-NO-VOTE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: no votes recorded:   " WS-DISPLAY-COUNT.
           MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: rows skipped:        " WS-DISPLAY-COUNT.
           MOVE WS-DISAGREE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: provinces disagreed: " WS-DISPLAY-COUNT.
           MOVE WS-PROVINCE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-BUILD: province rows:       " WS-DISPLAY-COUNT.
           MOVE WS-NATIONAL-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY "PARL-BUILD: national seats:    " WS-DISPLAY-TOTAL.
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "PARL-BUILD: no exceptions."
           ELSE
               MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "PARL-BUILD: exceptions:          "
                   WS-DISPLAY-COUNT " (see PARL-BUILD.TXT)"
           END-IF.
           DISPLAY "PARL-BUILD: RIDINGS.TXT and parliament-raw.txt"
               " written; run PARL-EDIT next.".

      * Loads the party reference table from PARTIES.TXT, each party at
      * the seat column its record names. A bad reference record stops
      * the build. Without the file the seven original parties are used
      * in their original columns. The vacancy column is noted so a
      * vacant riding can be counted to it.
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
               DISPLAY "PARL-BUILD: PARTIES.TXT defines no parties."
               MOVE 0 TO WS-PARTY-TABLE-OK
           END-IF.
           PERFORM FIND-VACANCY-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           IF WS-VAC-SUB = 0
               DISPLAY "PARL-BUILD: PARTIES.TXT has no VAC column;"
                   " undecided ridings carry no seat."
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
                   DISPLAY "PARL-BUILD: bad PARTIES.TXT record: "
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
               DISPLAY "PARL-BUILD: PARTIES.TXT defines column "
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
               DISPLAY "PARL-BUILD: PARTIES.TXT has no party for"
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
       END PROGRAM PARL-BUILD.
