      *          RESTORE n rebuilds parliament.txt and the indexed
      *          master from generation copy PARLGENn.TXT (cut by the
      *          parliament program before each master rewrite), so a
      *          bad transaction batch can be backed out. Only an
      *          operator with the supervisor role on OPERATORS.TXT
      *          may restore, and every restore or refused attempt is
      *          logged to RUN-LOG.TXT under the operator's ID.
      *          The record key is the province name folded to upper
      *          case, so keyed lookups are case-insensitive.
      *          LOAD also proves the party reference file PARTIES.TXT
      *          still defines the party seat columns the edit was run
      *          against, so seats cannot be loaded under the wrong
      *          party after the reference file changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PARTY-REF-IN
               ASSIGN TO 'PARTIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-REF-STATUS.
           SELECT OPERATOR-IN
               ASSIGN TO 'OPERATORS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT RUN-LOG-OUT
               ASSIGN TO 'RUN-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARLIAMENT-SEQ-IN.
       01 PROVINCE-SEAT-DISTRIBUTION.
           05 PROVINCE-NAME PIC A(25).
           05 PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 TOTAL-SEATS PIC 999.

       FD PARLIAMENT-SEQ-OUT.
       01 NEW-SEAT-DISTRIBUTION.
           05 NEW-PROVINCE-NAME PIC A(25).
           05 NEW-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 NEW-TOTAL-SEATS PIC 999.

       FD PARLIAMENT-MASTER.
       01 MASTER-SEAT-RECORD.
           05 MASTER-PROVINCE-KEY PIC A(25).
           05 MASTER-PROVINCE-NAME PIC A(25).
           05 MASTER-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 MASTER-TOTAL-SEATS PIC 999.

       FD EDIT-STAMP-IN.
       01 EDIT-STAMP-RECORD PIC X(80).

      * A generation row, and the same row split into the fields the
      * restore checks before anything is written.
       FD PARLIAMENT-GEN-IN.
       01 GEN-SEAT-RECORD PIC X(64).
       01 GEN-SEAT-ROW.
           05 GEN-PROVINCE-NAME PIC X(25).
           05 GEN-PARTY-SEATS PIC X(36).
           05 GEN-TOTAL-SEATS PIC X(3).

       FD PARTY-REF-IN.
       01 PARTY-REF-RECORD.
           05 PARTY-REF-CODE PIC X(3).
           05 PARTY-REF-COLUMN PIC XX.
           05 PARTY-REF-NAME PIC X(30).
           05 PARTY-REF-STATUS PIC X.
           05 PARTY-REF-REGISTERED PIC X(8).
           05 PARTY-REF-DEREGISTERED PIC X(8).

       FD OPERATOR-IN.
       01 OPERATOR-RECORD.
           05 OPERATOR-REF-ID PIC X(8).
           05 OPERATOR-REF-ROLE PIC X.
           05 OPERATOR-REF-NAME PIC X(30).

      * Same layout as the parliament program's run log: the operator
      * ID in columns 81-88.
       FD RUN-LOG-OUT.
       01 RUN-LOG-RECORD.
           05 RUN-LOG-LINE PIC X(80).
           05 RUN-LOG-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SEQ-IN-STATUS PIC XX.

       01 WS-GEN-STATUS PIC XX.

       01 WS-PARTY-REF-STATUS PIC XX.

       01 WS-OPERATOR-STATUS PIC XX.

       01 WS-RUN-LOG-STATUS PIC XX.

       01 WS-GEN-FILE-NAME PIC X(12) VALUE "PARLGEN1.TXT".

       01 WS-EDIT-VERDICT PIC X(6).
       01 WS-EDIT-PARTIES PIC XX.

       01 WS-COMMAND-LINE-PARM PIC X(20).

       01 FLAGS.
           05 WS-EOF PIC 9 VALUE 0.
           05 WS-PARTY-EOF PIC 9 VALUE 0.

       01 WS-PARTY-SUB PIC 99.
       01 WS-PARTY-COUNT PIC 99 VALUE 0.
       01 WS-PARTY-COLUMN PIC 99.

       01 WS-ROW-COUNT PIC 999 VALUE 0.
       01 WS-DUP-COUNT PIC 999 VALUE 0.
       01 WS-BAD-ROW-COUNT PIC 999 VALUE 0.
       01 WS-DISPLAY-ROW-COUNT PIC ZZ9.

       01 WS-OPERATOR-CONTROLS.
           05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 WS-OPERATOR-ROLE PIC X VALUE SPACE.
               88 OPERATOR-IS-SUPERVISOR VALUE "S".
           05 WS-OPERATOR-EOF PIC 9 VALUE 0.

       01 WS-LOG-TEXT PIC X(62).

       01 WS-LOG-DATE.
           05 WS-LOG-YY PIC 99.
           05 WS-LOG-MM PIC 99.
           05 WS-LOG-DD PIC 99.

       01 WS-LOG-TIME.
           05 WS-LOG-HH PIC 99.
           05 WS-LOG-MN PIC 99.
           05 WS-LOG-SS PIC 99.
           05 WS-LOG-HS PIC 99.

       PROCEDURE DIVISION.

      * Runs the direction named on the command line: LOAD builds the
      * master through this utility.
       LOAD-MASTER.
           PERFORM CHECK-EDIT-STAMP.
           PERFORM COUNT-PARTY-COLUMNS.
           IF WS-EDIT-VERDICT NOT = "PASSED"
               DISPLAY "PARL-LOAD: parliament.txt has not passed the"
                   " front-end edit (PARL-EDIT)."
               DISPLAY "PARL-LOAD: run PARL-EDIT first; LOAD refused."
           ELSE IF WS-EDIT-PARTIES IS NOT NUMERIC
               OR WS-EDIT-PARTIES NOT = WS-PARTY-COUNT
               DISPLAY "PARL-LOAD: PARTIES.TXT defines " WS-PARTY-COUNT
                   " party columns but the edit was run against "
                   WS-EDIT-PARTIES "."
               DISPLAY "PARL-LOAD: re-run PARL-EDIT; LOAD refused."
           ELSE
               PERFORM LOAD-MASTER-ROWS
           END-IF.

      * Reads the edit verdict and party column count stamped by
      * PARL-EDIT.
       CHECK-EDIT-STAMP.
           MOVE SPACES TO WS-EDIT-VERDICT.
           MOVE SPACES TO WS-EDIT-PARTIES.
           OPEN INPUT EDIT-STAMP-IN.
           IF WS-STAMP-STATUS = "00"
               READ EDIT-STAMP-IN
                   AT END MOVE SPACES TO WS-EDIT-VERDICT
                   NOT AT END
                       MOVE EDIT-STAMP-RECORD(1:6) TO WS-EDIT-VERDICT
                       MOVE EDIT-STAMP-RECORD(46:2) TO WS-EDIT-PARTIES
               END-READ
               CLOSE EDIT-STAMP-IN
           END-IF.

      * Counts the party seat columns PARTIES.TXT defines (the highest
      * column any record names), the same way PARL-EDIT does. Without
      * the file the seven original parties are assumed.
       COUNT-PARTY-COLUMNS.
           MOVE 0 TO WS-PARTY-COUNT.
           OPEN INPUT PARTY-REF-IN.
           IF WS-PARTY-REF-STATUS = "00"
               PERFORM READ-PARTY-REF UNTIL WS-PARTY-EOF = 1
               CLOSE PARTY-REF-IN
           ELSE
               MOVE 7 TO WS-PARTY-COUNT
           END-IF.

      * Reads one party reference record and keeps the highest valid
      * column number.
       READ-PARTY-REF.
           READ PARTY-REF-IN
               AT END MOVE 1 TO WS-PARTY-EOF.
           IF WS-PARTY-EOF = 0
               IF PARTY-REF-COLUMN IS NUMERIC
                   AND PARTY-REF-COLUMN NOT < "01"
                   AND PARTY-REF-COLUMN NOT > "12"
                   MOVE PARTY-REF-COLUMN TO WS-PARTY-COLUMN
                   IF WS-PARTY-COLUMN > WS-PARTY-COUNT
                       MOVE WS-PARTY-COLUMN TO WS-PARTY-COUNT
                   END-IF
               END-IF
           END-IF.

      * Copies the edited sequential file into the indexed master.
       LOAD-MASTER-ROWS.
           OPEN INPUT PARLIAMENT-SEQ-IN.
               MOVE PROVINCE-NAME TO MASTER-PROVINCE-NAME
               PERFORM MOVE-PARTY-TO-MASTER
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 12
               MOVE TOTAL-SEATS TO MASTER-TOTAL-SEATS
               WRITE MASTER-SEAT-RECORD
                   INVALID KEY
               MOVE MASTER-PROVINCE-NAME TO NEW-PROVINCE-NAME
               PERFORM MOVE-PARTY-TO-SEQ
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 12
               MOVE MASTER-TOTAL-SEATS TO NEW-TOTAL-SEATS
               WRITE NEW-SEAT-DISTRIBUTION
               ADD 1 TO WS-ROW-COUNT
               TO NEW-PARTY-SEATS(WS-PARTY-SUB).

      * Rebuilds parliament.txt from the chosen generation copy and
      * then rebuilds the indexed master from it, once a supervisor has
      * signed on. The generation was cut from an already-edited
      * master, so the edit stamp is not rechecked here; the operator is
      * reminded to re-run PARL-EDIT so the stamp controls match the
      * restored file before reporting.
       RESTORE-MASTER.
           IF WS-COMMAND-LINE-PARM(9:1) < "1"
               OR WS-COMMAND-LINE-PARM(9:1) > "5"
           ELSE
               MOVE WS-COMMAND-LINE-PARM(9:1)
                   TO WS-GEN-FILE-NAME(8:1)
               PERFORM SIGN-ON-SUPERVISOR
               IF NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "PARL-LOAD: RESTORE needs an operator with"
                       " the supervisor role; refused."
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "PARL-LOAD RESTORE " WS-GEN-FILE-NAME
                       " refused: not a supervisor"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG-LINE
               ELSE
                   PERFORM RESTORE-FROM-GENERATION
               END-IF
           END-IF.

      * Checks every row of the generation first, then copies it back
      * to parliament.txt and reloads the indexed master from it,
      * logging the restore. A generation with no rows, or with a row
      * that is not in the twelve-column layout (one cut before the
      * layout was widened), is refused whole and nothing is written.
       RESTORE-FROM-GENERATION.
           OPEN INPUT PARLIAMENT-GEN-IN.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "PARL-LOAD: cannot open " WS-GEN-FILE-NAME
                   " (status " WS-GEN-STATUS ")."
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-COUNT
               MOVE 0 TO WS-BAD-ROW-COUNT
               PERFORM CHECK-GENERATION-ROW UNTIL WS-EOF = 1
               CLOSE PARLIAMENT-GEN-IN
               IF WS-ROW-COUNT = 0 OR WS-BAD-ROW-COUNT > 0
                   PERFORM REFUSE-GENERATION
               ELSE
                   PERFORM COPY-GENERATION-BACK
               END-IF
           END-IF.

      * Reads one generation row and counts it as bad unless every seat
      * column and the total are numeric.
       CHECK-GENERATION-ROW.
           READ PARLIAMENT-GEN-IN
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               ADD 1 TO WS-ROW-COUNT
               IF GEN-PARTY-SEATS IS NOT NUMERIC
                   OR GEN-TOTAL-SEATS IS NOT NUMERIC
                   ADD 1 TO WS-BAD-ROW-COUNT
               END-IF
           END-IF.

      * Refuses a generation that failed the row check, leaving
      * parliament.txt and the master as they were.
       REFUSE-GENERATION.
           MOVE WS-BAD-ROW-COUNT TO WS-DISPLAY-ROW-COUNT.
           DISPLAY "PARL-LOAD: " WS-GEN-FILE-NAME " has "
               WS-DISPLAY-ROW-COUNT " row(s) not in the seat layout,"
               " or no rows; restore refused.".
           MOVE SPACES TO WS-LOG-TEXT.
           STRING "PARL-LOAD RESTORE " WS-GEN-FILE-NAME
               " refused: bad rows " WS-DISPLAY-ROW-COUNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT.
           PERFORM WRITE-RUN-LOG-LINE.

      * Copies the checked generation back to parliament.txt and
      * reloads the master.
       COPY-GENERATION-BACK.
           OPEN INPUT PARLIAMENT-GEN-IN.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "PARL-LOAD: cannot open " WS-GEN-FILE-NAME
                   " (status " WS-GEN-STATUS ")."
           ELSE
               OPEN OUTPUT PARLIAMENT-SEQ-OUT
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-COUNT
               PERFORM READ-AND-RESTORE-ROW UNTIL WS-EOF = 1
               CLOSE PARLIAMENT-SEQ-OUT
               CLOSE PARLIAMENT-GEN-IN
               MOVE WS-ROW-COUNT TO WS-DISPLAY-ROW-COUNT
               DISPLAY "PARL-LOAD: " WS-DISPLAY-ROW-COUNT
                   " province row(s) restored from "
                   WS-GEN-FILE-NAME "."
               MOVE SPACES TO WS-LOG-TEXT
               STRING "PARL-LOAD RESTORE " WS-GEN-FILE-NAME ": "
                   WS-DISPLAY-ROW-COUNT " province row(s) restored"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG-LINE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-ROW-COUNT
               MOVE 0 TO WS-DUP-COUNT
               PERFORM LOAD-MASTER-ROWS
               DISPLAY "PARL-LOAD: re-run PARL-EDIT so the edit"
                   " stamp matches the restored master."
           END-IF.

      * Asks for the operator ID (folded to upper case) and takes the
      * operator's role from OPERATORS.TXT. An ID not on file, or no
      * operator file at all, leaves no role.
       SIGN-ON-SUPERVISOR.
           DISPLAY "PARL-LOAD: operator ID:".
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           INSPECT WS-OPERATOR-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACE TO WS-OPERATOR-ROLE.
           IF WS-OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATOR-IN
               IF WS-OPERATOR-STATUS = "00"
                   MOVE 0 TO WS-OPERATOR-EOF
                   PERFORM READ-OPERATOR-RECORD
                       UNTIL WS-OPERATOR-EOF = 1
                   CLOSE OPERATOR-IN
               ELSE
                   DISPLAY "PARL-LOAD: no operator file"
                       " (OPERATORS.TXT)."
               END-IF
           END-IF.

      * Reads one operator record, taking its role when the ID matches.
       READ-OPERATOR-RECORD.
           READ OPERATOR-IN
               AT END MOVE 1 TO WS-OPERATOR-EOF.
           IF WS-OPERATOR-EOF = 0
               INSPECT OPERATOR-REF-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF OPERATOR-REF-ID = WS-OPERATOR-ID
                   MOVE OPERATOR-REF-ROLE TO WS-OPERATOR-ROLE
                   MOVE 1 TO WS-OPERATOR-EOF
               END-IF
           END-IF.

      * Appends the log text to RUN-LOG.TXT, dated and stamped with the
      * operator ID.
       WRITE-RUN-LOG-LINE.
           ACCEPT WS-LOG-DATE FROM DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING WS-LOG-MM "/" WS-LOG-DD "/" WS-LOG-YY " "
               WS-LOG-HH ":" WS-LOG-MN ":" WS-LOG-SS " "
               WS-LOG-TEXT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           MOVE WS-OPERATOR-ID TO RUN-LOG-OPERATOR.
           OPEN EXTEND RUN-LOG-OUT.
           IF WS-RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-OUT
           END-IF.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-OUT.

      * Reads one generation row and writes it back to parliament.txt.
       READ-AND-RESTORE-ROW.
           READ PARLIAMENT-GEN-IN
