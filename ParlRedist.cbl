      ******************************************************************
      * Author: Peter Stainforth
      * Date: XX-07-2024
      * Purpose: Transposes the last election's results onto redrawn
      *          riding boundaries. REDIST.TXT maps each new riding to
      *          the old riding(s) it is built from, with the share of
      *          each old riding's votes it takes. The old ridings'
      *          votes from RIDEVOTE.TXT are shared out accordingly to
      *          give notional results for the new map:
      *            RIDEVOTE-NEW.TXT  transposed vote counts, in the
      *                              RIDEVOTE.TXT layout
      *            RIDINGS-NEW.TXT   notional winner and margin per new
      *                              riding, in the RIDINGS.TXT layout
      *            parliament-raw-NEW.txt  new provincial seat totals
      *                              (with its trailer record), in the
      *                              parliament-raw.txt layout, for
      *                              PARL-EDIT once the new map takes
      *                              effect
      *          All three are written under -NEW names so the live
      *          riding and seat files are left alone until then.
      *          A new riding tied for first, or with no votes, is
      *          written vacant (VAC). Every old riding whose shares do
      *          not add to 100%, mapping rows that cannot be used, and
      *          the vacant new ridings are listed with a reason code on
      *          PARL-REDIST.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARL-REDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTE-IN
               ASSIGN TO 'RIDEVOTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTE-STATUS.
           SELECT MAP-IN
               ASSIGN TO 'REDIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT NEW-VOTE-OUT
               ASSIGN TO 'RIDEVOTE-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-RIDING-OUT
               ASSIGN TO 'RIDINGS-NEW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-OUT
               ASSIGN TO 'parliament-raw-NEW.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-OUT
               ASSIGN TO 'PARL-REDIST.TXT'
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

      * One piece of a new riding: the old riding it takes votes from
      * and the share of that old riding's votes, in hundredths of a
      * per cent (10000 is the whole riding). Both ridings are in the
      * province named; boundaries are never redrawn across provinces.
       FD MAP-IN.
       01 MAP-RECORD.
           05 MAP-PROVINCE-NAME PIC X(25).
           05 MAP-NEW-RIDING PIC X(30).
           05 MAP-OLD-RIDING PIC X(30).
           05 MAP-SHARE-TEXT PIC X(5).
           05 MAP-SHARE REDEFINES MAP-SHARE-TEXT PIC 9(3)V99.

       FD NEW-VOTE-OUT.
       01 NEW-VOTE-RECORD.
           05 NEW-VOTE-PROVINCE PIC X(25).
           05 NEW-VOTE-RIDING PIC X(30).
           05 NEW-VOTE-PARTY-VOTES PIC 9(6) OCCURS 12 TIMES.

       FD NEW-RIDING-OUT.
       01 NEW-RIDING-RECORD.
           05 NEW-RIDING-PROVINCE PIC X(25).
           05 NEW-RIDING-NAME PIC X(30).
           05 NEW-RIDING-PARTY PIC X(3).
           05 NEW-RIDING-MARGIN PIC 9(5).

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

       01 WS-MAP-STATUS PIC XX.

       01 WS-PARTY-REF-STATUS PIC XX.

       01 FLAGS.
           05 WS-EOF PIC 9 VALUE 0.
           05 WS-MAP-EOF PIC 9 VALUE 0.
           05 WS-ROW-BAD PIC 9 VALUE 0.
           05 WS-OLD-FOUND PIC 9 VALUE 0.
           05 WS-NEW-FOUND PIC 9 VALUE 0.
           05 WS-PROVINCE-FOUND PIC 9 VALUE 0.
           05 WS-PARTY-TABLE-OK PIC 9 VALUE 1.
           05 WS-PARTY-EOF PIC 9 VALUE 0.

       01 SUBS.
           05 WS-PARTY-SUB PIC 99.
           05 WS-PARTY-COLUMN PIC 99.
           05 WS-PROVINCE-SUB PIC 99.
           05 WS-MATCHED-SUB PIC 99.
           05 WS-OLD-SUB PIC 999.
           05 WS-OLD-MATCH-SUB PIC 999.
           05 WS-NEW-SUB PIC 999.
           05 WS-NEW-MATCH-SUB PIC 999.
           05 WS-VAC-SUB PIC 99 VALUE 0.
           05 WS-TOP-SUB PIC 99.

       01 WS-EXCEPTION-REASON PIC X(3).
       01 WS-EXCEPTION-TEXT PIC X(40).
       01 WS-EXCEPTION-PROVINCE PIC X(25).
       01 WS-EXCEPTION-RIDING PIC X(30).

       01 WS-PROVINCE-KEY PIC X(25).
       01 WS-RIDING-KEY PIC X(55).

      * Working figures for the new riding being decided.
       01 WS-RIDING-FIGURES.
           05 WS-PARTY-VOTES PIC 9(8).
           05 WS-TOP-VOTES PIC 9(8).
           05 WS-SECOND-VOTES PIC 9(8).
           05 WS-RIDING-VOTES PIC 9(9).
           05 WS-RIDING-MARGIN PIC 9(8).
           05 WS-RIDING-WINNER PIC X(3).
           05 WS-SHARE-VOTES PIC 9(8).
           05 WS-ROW-TOTAL PIC 999.

       01 COUNTERS.
           05 WS-VOTE-READ-COUNT PIC 999 VALUE 0.
           05 WS-MAP-READ-COUNT PIC 9(4) VALUE 0.
           05 WS-MAP-SKIPPED-COUNT PIC 9(4) VALUE 0.
           05 WS-VOTE-SKIPPED-COUNT PIC 999 VALUE 0.
           05 WS-SHARE-ERROR-COUNT PIC 999 VALUE 0.
           05 WS-TIED-COUNT PIC 999 VALUE 0.
           05 WS-NO-VOTE-COUNT PIC 999 VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
           05 WS-NATIONAL-TOTAL PIC 9(5) VALUE 0.

       01 WS-DISPLAY-COUNT PIC ZZZ9.
       01 WS-DISPLAY-VOTES PIC ZZZZZZZ9.
       01 WS-DISPLAY-SHARE PIC ZZZ9.99.
       01 WS-DISPLAY-TOTAL PIC ZZZZ9.

      * The old ridings and their votes from RIDEVOTE.TXT, with the
      * shares of each handed out to new ridings so far.
       01 WS-OLD-COUNT PIC 999 VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 350 TIMES.
               10 WS-OLD-PROVINCE PIC X(25).
               10 WS-OLD-RIDING PIC X(30).
               10 WS-OLD-KEY PIC X(55).
               10 WS-OLD-VOTES PIC 9(6) OCCURS 12 TIMES.
               10 WS-OLD-SHARE-TOTAL PIC 9(4)V99.

      * The new ridings, in the order REDIST.TXT first names them, with
      * the votes transposed onto each.
       01 WS-NEW-COUNT PIC 999 VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 400 TIMES.
               10 WS-NEW-PROVINCE PIC X(25).
               10 WS-NEW-RIDING PIC X(30).
               10 WS-NEW-KEY PIC X(55).
               10 WS-NEW-VOTES PIC 9(8) OCCURS 12 TIMES.

      * Province-by-party seat counts under the new boundaries, in the
      * order the provinces first appear on the mapping file.
       01 WS-PROVINCE-COUNT PIC 99 VALUE 0.
       01 WS-PROVINCE-TABLE.
           05 WS-PROVINCE-ENTRY OCCURS 14 TIMES.
               10 WS-PROVINCE-NAME PIC X(25).
               10 WS-PROVINCE-TABLE-KEY PIC X(25).
               10 WS-PROVINCE-SEATS PIC 999 OCCURS 12 TIMES.

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

      * Runs the transposition end to end: load the party columns and
      * the old ridings' votes, share them out over the mapping file,
      * prove each old riding's shares, decide every new riding, and
      * write the new vote, riding and raw seat files. Nothing is
      * written when the vote file, the mapping file or the party
      * reference file cannot be used.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARTY-TABLE.
           OPEN INPUT VOTE-IN.
           OPEN INPUT MAP-IN.
           IF WS-VOTE-STATUS NOT = "00"
               DISPLAY "PARL-REDIST: cannot open RIDEVOTE.TXT"
                   " (status " WS-VOTE-STATUS ")."
               DISPLAY "PARL-REDIST: nothing written."
           ELSE IF WS-MAP-STATUS NOT = "00"
               CLOSE VOTE-IN
               DISPLAY "PARL-REDIST: cannot open REDIST.TXT"
                   " (status " WS-MAP-STATUS ")."
               DISPLAY "PARL-REDIST: nothing written."
           ELSE IF WS-PARTY-TABLE-OK = 0
               CLOSE VOTE-IN
               CLOSE MAP-IN
               DISPLAY "PARL-REDIST: party reference file cannot be"
                   " used; nothing written."
           ELSE
               OPEN OUTPUT EXCEPTION-OUT
               PERFORM READ-OLD-RIDING UNTIL WS-EOF = 1
               CLOSE VOTE-IN
               PERFORM READ-AND-MAP-ROW UNTIL WS-MAP-EOF = 1
               CLOSE MAP-IN
               PERFORM CHECK-OLD-SHARES
                   VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT
               OPEN OUTPUT NEW-VOTE-OUT
               OPEN OUTPUT NEW-RIDING-OUT
               PERFORM BUILD-NEW-RIDING
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               CLOSE NEW-VOTE-OUT
               CLOSE NEW-RIDING-OUT
               PERFORM WRITE-RAW-SEAT-FILE
               CLOSE EXCEPTION-OUT
               PERFORM DISPLAY-REDIST-SUMMARY
           END-IF.
           STOP RUN.

      * Reads one old riding's votes into the table. A row that cannot
      * be used is listed and takes no part in the transposition.
       READ-OLD-RIDING.
           READ VOTE-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-VOTE-READ-COUNT
               MOVE VOTE-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE
               MOVE VOTE-RIDING-NAME TO WS-EXCEPTION-RIDING
               MOVE 0 TO WS-ROW-BAD
               PERFORM CHECK-VOTE-COLUMN
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 12
               IF VOTE-PROVINCE-NAME = SPACES
                   OR VOTE-RIDING-NAME = SPACES
                   OR WS-ROW-BAD = 1
                   MOVE "R02" TO WS-EXCEPTION-REASON
                   MOVE "OLD RIDING VOTE ROW UNUSABLE; SKIPPED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-VOTE-SKIPPED-COUNT
               ELSE IF WS-OLD-COUNT = 350
                   MOVE "R02" TO WS-EXCEPTION-REASON
                   MOVE "MORE THAN 350 OLD RIDINGS; SKIPPED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-VOTE-SKIPPED-COUNT
               ELSE
                   PERFORM FILE-OLD-RIDING
               END-IF
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

      * Files one usable old riding with no shares handed out yet.
       FILE-OLD-RIDING.
           ADD 1 TO WS-OLD-COUNT.
           INITIALIZE WS-OLD-ENTRY(WS-OLD-COUNT).
           MOVE VOTE-PROVINCE-NAME TO WS-OLD-PROVINCE(WS-OLD-COUNT).
           MOVE VOTE-RIDING-NAME TO WS-OLD-RIDING(WS-OLD-COUNT).
           MOVE VOTE-PROVINCE-NAME TO WS-PROVINCE-KEY.
           INSPECT WS-PROVINCE-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           STRING WS-PROVINCE-KEY VOTE-RIDING-NAME
               DELIMITED BY SIZE INTO WS-OLD-KEY(WS-OLD-COUNT).
           PERFORM MOVE-OLD-VOTES
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.

       MOVE-OLD-VOTES.
           IF WS-PARTY-DEFINED(WS-PARTY-SUB) = 1
               MOVE VOTE-PARTY-VOTES(WS-PARTY-SUB)
                   TO WS-OLD-VOTES(WS-OLD-COUNT, WS-PARTY-SUB)
           END-IF.

      * Reads one mapping row and shares its old riding's votes into
      * the new riding.
       READ-AND-MAP-ROW.
           READ MAP-IN
               AT END MOVE 1 TO WS-MAP-EOF.
           IF WS-MAP-EOF = 0
               ADD 1 TO WS-MAP-READ-COUNT
               PERFORM MAP-ONE-ROW
           END-IF.

      * Checks one mapping row and finds its old and new ridings. A row
      * that cannot be used is listed and left out.
       MAP-ONE-ROW.
           MOVE MAP-PROVINCE-NAME TO WS-EXCEPTION-PROVINCE.
           MOVE MAP-NEW-RIDING TO WS-EXCEPTION-RIDING.
           MOVE MAP-PROVINCE-NAME TO WS-PROVINCE-KEY.
           INSPECT WS-PROVINCE-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-RIDING-KEY.
           STRING WS-PROVINCE-KEY MAP-OLD-RIDING
               DELIMITED BY SIZE INTO WS-RIDING-KEY.
           MOVE 0 TO WS-OLD-FOUND.
           PERFORM FIND-OLD-RIDING
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
               OR WS-OLD-FOUND = 1.
           MOVE SPACES TO WS-RIDING-KEY.
           STRING WS-PROVINCE-KEY MAP-NEW-RIDING
               DELIMITED BY SIZE INTO WS-RIDING-KEY.
           MOVE 0 TO WS-NEW-FOUND.
           PERFORM FIND-NEW-RIDING
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
               OR WS-NEW-FOUND = 1.
           MOVE 0 TO WS-PROVINCE-FOUND.
           PERFORM FIND-BUILD-PROVINCE
               VARYING WS-PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.
           IF MAP-PROVINCE-NAME = SPACES
               OR MAP-NEW-RIDING = SPACES
               OR MAP-OLD-RIDING = SPACES
               MOVE "R02" TO WS-EXCEPTION-REASON
               MOVE "BLANK PROVINCE OR RIDING; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-MAP-ROW
           ELSE IF MAP-SHARE-TEXT IS NOT NUMERIC
               OR MAP-SHARE-TEXT = "00000"
               OR MAP-SHARE > 100
               MOVE "R02" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "SHARE " MAP-SHARE-TEXT
                   " NOT 00001-10000; ROW SKIPPED"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM SKIP-MAP-ROW
           ELSE IF WS-OLD-FOUND = 0
               MOVE MAP-OLD-RIDING TO WS-EXCEPTION-RIDING
               MOVE "R02" TO WS-EXCEPTION-REASON
               MOVE "OLD RIDING NOT ON RIDEVOTE.TXT; SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-MAP-ROW
           ELSE IF WS-NEW-FOUND = 0 AND WS-NEW-COUNT = 400
               MOVE "R02" TO WS-EXCEPTION-REASON
               MOVE "MORE THAN 400 NEW RIDINGS; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-MAP-ROW
           ELSE IF WS-PROVINCE-FOUND = 0 AND WS-PROVINCE-COUNT = 14
               MOVE "R02" TO WS-EXCEPTION-REASON
               MOVE "MORE THAN 14 PROVINCES; ROW SKIPPED"
                   TO WS-EXCEPTION-TEXT
               PERFORM SKIP-MAP-ROW
           ELSE
               IF WS-PROVINCE-FOUND = 0
                   PERFORM ADD-BUILD-PROVINCE
               END-IF
               IF WS-NEW-FOUND = 0
                   PERFORM ADD-NEW-RIDING
               END-IF
               ADD MAP-SHARE TO WS-OLD-SHARE-TOTAL(WS-OLD-MATCH-SUB)
               PERFORM ADD-SHARE-VOTES
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Compares one old riding against the mapping row's old riding.
       FIND-OLD-RIDING.
           IF WS-OLD-KEY(WS-OLD-SUB) = WS-RIDING-KEY
               MOVE 1 TO WS-OLD-FOUND
               MOVE WS-OLD-SUB TO WS-OLD-MATCH-SUB
           END-IF.

      * Compares one new riding against the mapping row's new riding.
       FIND-NEW-RIDING.
           IF WS-NEW-KEY(WS-NEW-SUB) = WS-RIDING-KEY
               MOVE 1 TO WS-NEW-FOUND
               MOVE WS-NEW-SUB TO WS-NEW-MATCH-SUB
           END-IF.

      * Starts a new riding with no votes, under its province's name as
      * first spelled on the mapping file.
       ADD-NEW-RIDING.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-NEW-COUNT TO WS-NEW-MATCH-SUB.
           INITIALIZE WS-NEW-ENTRY(WS-NEW-MATCH-SUB).
           MOVE WS-PROVINCE-NAME(WS-MATCHED-SUB)
               TO WS-NEW-PROVINCE(WS-NEW-MATCH-SUB).
           MOVE MAP-NEW-RIDING TO WS-NEW-RIDING(WS-NEW-MATCH-SUB).
           MOVE WS-RIDING-KEY TO WS-NEW-KEY(WS-NEW-MATCH-SUB).

      * Adds the row's share of one party's old votes to the new riding,
      * rounded to the nearest vote.
       ADD-SHARE-VOTES.
           COMPUTE WS-SHARE-VOTES ROUNDED =
               WS-OLD-VOTES(WS-OLD-MATCH-SUB, WS-PARTY-SUB)
               * MAP-SHARE / 100.
           ADD WS-SHARE-VOTES
               TO WS-NEW-VOTES(WS-NEW-MATCH-SUB, WS-PARTY-SUB).

      * Lists a mapping row that cannot be used and counts it skipped.
       SKIP-MAP-ROW.
           PERFORM WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-MAP-SKIPPED-COUNT.

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
           MOVE MAP-PROVINCE-NAME TO WS-PROVINCE-NAME(WS-MATCHED-SUB).
           MOVE WS-PROVINCE-KEY
               TO WS-PROVINCE-TABLE-KEY(WS-MATCHED-SUB).

      * Lists one old riding whose shares handed out do not come to the
      * whole riding: votes lost to the new map, or counted twice. An
      * old riding the mapping file never names shows 0.00.
       CHECK-OLD-SHARES.
           IF WS-OLD-SHARE-TOTAL(WS-OLD-SUB) NOT = 100
               MOVE WS-OLD-PROVINCE(WS-OLD-SUB)
                   TO WS-EXCEPTION-PROVINCE
               MOVE WS-OLD-RIDING(WS-OLD-SUB) TO WS-EXCEPTION-RIDING
               MOVE WS-OLD-SHARE-TOTAL(WS-OLD-SUB) TO WS-DISPLAY-SHARE
               MOVE "R01" TO WS-EXCEPTION-REASON
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "OLD RIDING SHARES TOTAL " WS-DISPLAY-SHARE "%"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-SHARE-ERROR-COUNT
           END-IF.

      * Decides one new riding on its transposed votes and writes its
      * vote row and its riding row, counting the seat to its province.
       BUILD-NEW-RIDING.
           MOVE WS-NEW-PROVINCE(WS-NEW-SUB) TO WS-EXCEPTION-PROVINCE.
           MOVE WS-NEW-RIDING(WS-NEW-SUB) TO WS-EXCEPTION-RIDING.
           MOVE WS-NEW-PROVINCE(WS-NEW-SUB) TO WS-PROVINCE-KEY.
           INSPECT WS-PROVINCE-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-PROVINCE-FOUND.
           PERFORM FIND-BUILD-PROVINCE
               VARYING WS-PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.
           PERFORM FIND-NEW-WINNER.
           MOVE WS-NEW-PROVINCE(WS-NEW-SUB) TO NEW-VOTE-PROVINCE.
           MOVE WS-NEW-RIDING(WS-NEW-SUB) TO NEW-VOTE-RIDING.
           PERFORM MOVE-NEW-VOTES
               VARYING WS-PARTY-SUB FROM 1 BY 1 UNTIL WS-PARTY-SUB > 12.
           WRITE NEW-VOTE-RECORD.
           MOVE WS-NEW-PROVINCE(WS-NEW-SUB) TO NEW-RIDING-PROVINCE.
           MOVE WS-NEW-RIDING(WS-NEW-SUB) TO NEW-RIDING-NAME.
           MOVE WS-RIDING-WINNER TO NEW-RIDING-PARTY.
           IF WS-RIDING-MARGIN > 99999
               MOVE 99999 TO NEW-RIDING-MARGIN
           ELSE
               MOVE WS-RIDING-MARGIN TO NEW-RIDING-MARGIN
           END-IF.
           WRITE NEW-RIDING-RECORD.
           IF WS-TOP-SUB > 0
               ADD 1 TO WS-PROVINCE-SEATS(WS-MATCHED-SUB, WS-TOP-SUB)
           END-IF.

      * Moves one party's transposed votes to the new vote row. The
      * count field holds six digits; a larger count is written as
      * 999999.
       MOVE-NEW-VOTES.
           IF WS-NEW-VOTES(WS-NEW-SUB, WS-PARTY-SUB) > 999999
               MOVE 999999 TO NEW-VOTE-PARTY-VOTES(WS-PARTY-SUB)
           ELSE
               MOVE WS-NEW-VOTES(WS-NEW-SUB, WS-PARTY-SUB)
                   TO NEW-VOTE-PARTY-VOTES(WS-PARTY-SUB)
           END-IF.

      * Ranks the new riding's transposed votes. The top vote-getter is
      * the notional winner and the margin is its lead over the
      * runner-up. A tie for first, or no votes at all, is written
      * vacant and listed, as PARL-BUILD does on election night.
       FIND-NEW-WINNER.
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
               MOVE "R03" TO WS-EXCEPTION-REASON
               MOVE "NO VOTES TRANSPOSED; WRITTEN VACANT"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-NO-VOTE-COUNT
           ELSE IF WS-TOP-VOTES = WS-SECOND-VOTES
               MOVE "VAC" TO WS-RIDING-WINNER
               MOVE 0 TO WS-RIDING-MARGIN
               MOVE WS-VAC-SUB TO WS-TOP-SUB
               MOVE WS-TOP-VOTES TO WS-DISPLAY-VOTES
               MOVE "R03" TO WS-EXCEPTION-REASON
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

      * Folds one party's votes into the new riding's top two. The
      * vacancy column never wins a riding.
       RANK-ONE-PARTY.
           IF WS-PARTY-SUB NOT = WS-VAC-SUB
               MOVE WS-NEW-VOTES(WS-NEW-SUB, WS-PARTY-SUB)
                   TO WS-PARTY-VOTES
               ADD WS-PARTY-VOTES TO WS-RIDING-VOTES
               IF WS-PARTY-VOTES > WS-TOP-VOTES
                   MOVE WS-TOP-VOTES TO WS-SECOND-VOTES
                   MOVE WS-PARTY-VOTES TO WS-TOP-VOTES
                   MOVE WS-PARTY-SUB TO WS-TOP-SUB
               ELSE IF WS-PARTY-VOTES > WS-SECOND-VOTES
                   MOVE WS-PARTY-VOTES TO WS-SECOND-VOTES
               END-IF
           END-IF.

      * Writes one exception line: reason code, province, riding, and
      * what was found. The caller sets the reason and text first.
      *   R01 old riding whose shares do not add to 100%
      *   R02 vote or mapping row cannot be used
      *   R03 new riding tied for first or with no votes (vacant)
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING WS-EXCEPTION-REASON " " WS-EXCEPTION-PROVINCE " "
               WS-EXCEPTION-RIDING " " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "PARL-REDIST: (" WS-EXCEPTION-REASON ") "
               WS-EXCEPTION-PROVINCE " " WS-EXCEPTION-RIDING " "
               WS-EXCEPTION-TEXT.

      * Writes one seat row per province under the new boundaries and
      * the trailer record (row count and national seat total) PARL-EDIT
      * proves against.
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
      * party seat columns, which is its number of new ridings.
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

      * Displays the transposition's record counts.
       DISPLAY-REDIST-SUMMARY.
           MOVE WS-VOTE-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: old rows read:      " WS-DISPLAY-COUNT.
           MOVE WS-VOTE-SKIPPED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: old rows skipped:   " WS-DISPLAY-COUNT.
           MOVE WS-MAP-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: map rows read:      " WS-DISPLAY-COUNT.
           MOVE WS-MAP-SKIPPED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: map rows skipped:   " WS-DISPLAY-COUNT.
           MOVE WS-SHARE-ERROR-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: shares not 100%:    " WS-DISPLAY-COUNT.
           MOVE WS-NEW-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: new ridings:        " WS-DISPLAY-COUNT.
           MOVE WS-TIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: tied for first:     " WS-DISPLAY-COUNT.
           MOVE WS-NO-VOTE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: no votes:           " WS-DISPLAY-COUNT.
           MOVE WS-PROVINCE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "PARL-REDIST: province rows:      " WS-DISPLAY-COUNT.
           MOVE WS-NATIONAL-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY "PARL-REDIST: national seats:    " WS-DISPLAY-TOTAL.
           IF WS-EXCEPTION-COUNT = 0
               DISPLAY "PARL-REDIST: no exceptions."
           ELSE
               MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "PARL-REDIST: exceptions:         "
                   WS-DISPLAY-COUNT " (see PARL-REDIST.TXT)"
           END-IF.
           DISPLAY "PARL-REDIST: RIDEVOTE-NEW.TXT, RIDINGS-NEW.TXT and"
               " parliament-raw-NEW.txt written.".
           DISPLAY "PARL-REDIST: when the new map takes effect, copy"
               " them over the live files and run PARL-EDIT.".

      * Loads the party reference table from PARTIES.TXT, each party at
      * the seat column its record names. A bad reference record stops
      * the run. Without the file the seven original parties are used
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
               DISPLAY "PARL-REDIST: PARTIES.TXT defines no parties."
               MOVE 0 TO WS-PARTY-TABLE-OK
           END-IF.
           PERFORM FIND-VACANCY-COLUMN
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > WS-PARTY-COUNT.
           IF WS-VAC-SUB = 0
               DISPLAY "PARL-REDIST: PARTIES.TXT has no VAC column;"
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
                   DISPLAY "PARL-REDIST: bad PARTIES.TXT record: "
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
               DISPLAY "PARL-REDIST: PARTIES.TXT defines column "
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
               DISPLAY "PARL-REDIST: PARTIES.TXT has no party for"
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
       END PROGRAM PARL-REDIST.
