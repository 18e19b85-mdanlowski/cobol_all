      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Latin honors threshold maintenance (supervisor only): each
      * honors level's title, minimum GPA, minimum residence hours and
      * the date it takes effect, on honors.dat, read by the
      * commencement run.
      * 2026-10-15  honors.dat keeps every version of a level, keyed by
      *             rank and effective date: a change adds a new
      *             version, and keying an existing version's date
      *             corrects it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-honors-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HONORS-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HONORS-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY HONORS-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-List                         VALUE "L", "l".
       01  WS-Maint-Rank               PIC X       VALUE SPACE.
           88  Maint-Rank-Valid                    VALUES "1" THRU "9".
       01  WS-Honors-EOF-SW            PIC X       VALUE "N".
           88  EndOfHonors                         VALUE "Y".
       01  WS-Version-Found-SW         PIC X       VALUE "N".
           88  Version-Found                       VALUE "Y".
      *>   a level's latest version, and the version just keyed
       01  WS-Latest-Version           PIC X(50)   VALUE SPACES.
       01  WS-New-Version              PIC X(50)   VALUE SPACES.
       01  WS-GPA-Edited               PIC 9.99.
       01  WS-Hours-Edited             PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====LATIN HONORS THRESHOLD MAINTENANCE====".
            MOVE 0 TO RETURN-CODE.
      *>   a threshold change moves graduates between honors levels
      *>   on the diploma itself - only the supervisor keys one
            IF NOT Role-Supervisor
                DISPLAY "  *** honors maintenance is restricted "
                        "to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-LEVEL
                    UNTIL NOT More-Transactions
                CLOSE HonorsFile
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
           OPEN I-O HonorsFile.
           IF FS-Honors-File-Missing
               OPEN OUTPUT HonorsFile
               CLOSE HonorsFile
               OPEN I-O HonorsFile
           END-IF.
           IF NOT FS-Honors-OK
               DISPLAY "  *** unable to open honors.dat, status "
                       WS-Honors-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAINTAIN-ONE-LEVEL.
           DISPLAY "Action - (A)dd, (C)hange, (L)ist: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-LEVEL
               WHEN Action-Change
                   PERFORM CHANGE-LEVEL
               WHEN Action-List
                   PERFORM LIST-LEVELS
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another level (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       ADD-LEVEL.
           DISPLAY "Rank (1 = highest honor): " WITH NO ADVANCING.
           ACCEPT WS-Maint-Rank.
           IF NOT Maint-Rank-Valid
               DISPLAY "  *** rank must be 1 through 9 ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LATEST-VERSION.
           IF Version-Found
               DISPLAY "  *** rank " WS-Maint-Rank
                       " is already on the master - use (C)hange ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HonorsRecord.
           PERFORM KEY-LEVEL-FIELDS.
           WRITE HonorsRecord
               INVALID KEY
                   DISPLAY "  *** unable to add rank "
                           HN-Rank ", status "
                           WS-Honors-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  rank " HN-Rank " ("
                           HN-Title ") added."
                   MOVE ZERO         TO WS-Audit-StuID
                   MOVE "HONADD"     TO WS-Audit-Action
                   MOVE SPACES       TO WS-Audit-Before
                   MOVE HonorsRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       CHANGE-LEVEL.
      *>   a change is a new version of the level under its own
      *>   effective date - the version a class already graduating
      *>   is held to stays on file. Keying the date of a version
      *>   already there corrects that version instead.
           DISPLAY "Rank: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Rank.
           PERFORM FIND-LATEST-VERSION.
           IF NOT Version-Found
               DISPLAY "  *** no rank " WS-Maint-Rank
                       " on the master ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Latest-Version TO HonorsRecord.
           MOVE HN-Min-GPA        TO WS-GPA-Edited.
           MOVE HN-Min-Residence  TO WS-Hours-Edited.
           DISPLAY "  " HN-Title "  GPA " WS-GPA-Edited
                   "  residence " WS-Hours-Edited " hrs"
                   "  effective " HN-Effective-Date.
           PERFORM KEY-LEVEL-FIELDS.
           MOVE HonorsRecord TO WS-New-Version.
           READ HonorsFile
               INVALID KEY
                   MOVE WS-Latest-Version TO WS-Audit-Before
                   MOVE WS-New-Version    TO HonorsRecord
                   WRITE HonorsRecord
                       INVALID KEY
                           DISPLAY "  *** unable to update rank "
                                   HN-Rank ", status "
                                   WS-Honors-Status " ***"
                       NOT INVALID KEY
                           DISPLAY "  rank " HN-Rank " updated "
                                   "effective " HN-Effective-Date "."
                           PERFORM AUDIT-LEVEL-CHANGE
                   END-WRITE
               NOT INVALID KEY
                   MOVE HonorsRecord   TO WS-Audit-Before
                   MOVE WS-New-Version TO HonorsRecord
                   REWRITE HonorsRecord
                       INVALID KEY
                           DISPLAY "  *** unable to update rank "
                                   HN-Rank ", status "
                                   WS-Honors-Status " ***"
                       NOT INVALID KEY
                           DISPLAY "  rank " HN-Rank " version "
                                   "effective " HN-Effective-Date
                                   " corrected."
                           PERFORM AUDIT-LEVEL-CHANGE
                   END-REWRITE
           END-READ.

       AUDIT-LEVEL-CHANGE.
           MOVE ZERO         TO WS-Audit-StuID.
           MOVE "HONUPD"     TO WS-Audit-Action.
           MOVE HonorsRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.

       FIND-LATEST-VERSION.
      *>   the versions of a rank run in effective-date order, so the
      *>   last one read is the latest
           MOVE "N"           TO WS-Version-Found-SW.
           MOVE "N"           TO WS-Honors-EOF-SW.
           MOVE WS-Maint-Rank TO HN-Rank.
           MOVE ZERO          TO HN-Effective-Date.
           START HonorsFile KEY IS NOT LESS THAN HN-Key
               INVALID KEY
                   SET EndOfHonors TO TRUE
           END-START.
           PERFORM READ-RANK-VERSION UNTIL EndOfHonors.

       READ-RANK-VERSION.
           READ HonorsFile NEXT RECORD
               AT END
                   SET EndOfHonors TO TRUE
               NOT AT END
                   IF HN-Rank NOT = WS-Maint-Rank
                       SET EndOfHonors TO TRUE
                   ELSE
                       SET Version-Found TO TRUE
                       MOVE HonorsRecord TO WS-Latest-Version
                   END-IF
           END-READ.

       KEY-LEVEL-FIELDS.
           MOVE WS-Maint-Rank TO HN-Rank.
           DISPLAY "Title (e.g. SUMMA CUM LAUDE): " WITH NO ADVANCING.
           ACCEPT HN-Title.
           DISPLAY "Minimum final cumulative GPA: " WITH NO ADVANCING.
           ACCEPT HN-Min-GPA.
           DISPLAY "Minimum hours earned in residence: "
               WITH NO ADVANCING.
           ACCEPT HN-Min-Residence.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT HN-Effective-Date.

       LIST-LEVELS.
           MOVE "N" TO WS-Honors-EOF-SW.
           MOVE LOW-VALUES TO HN-Key.
           START HonorsFile KEY IS NOT LESS THAN HN-Key
               INVALID KEY
                   SET EndOfHonors TO TRUE
           END-START.
           DISPLAY "RANK  TITLE                 GPA   RESIDENCE  "
                   "EFFECTIVE".
           PERFORM UNTIL EndOfHonors
               READ HonorsFile NEXT RECORD
                   AT END
                       SET EndOfHonors TO TRUE
                   NOT AT END
                       MOVE HN-Min-GPA       TO WS-GPA-Edited
                       MOVE HN-Min-Residence TO WS-Hours-Edited
                       DISPLAY HN-Rank "     " HN-Title "  "
                               WS-GPA-Edited "  " WS-Hours-Edited
                               "      " HN-Effective-Date
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-honors-maint.
