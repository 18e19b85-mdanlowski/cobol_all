      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Learning management system roster feed. Tonight's enrollments
      * are sorted and matched against last night's snapshot, and each
      * add, drop, section swap, new or cancelled section and instructor
      * change is written to the feed with a count and hash trailer. The
      * snapshot is replaced only once the feed is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-lms-feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY TERM-SEL.
       COPY CATALOG-SEL.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
      *> tonight's snapshot is built beside the last one; only once
      *> the feed is written does it take the last one's name
           SELECT  OldSnapFile ASSIGN TO "lmssnap.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Old-Snap-Status.
           SELECT  NewSnapFile ASSIGN TO "lmssnap.new"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-New-Snap-Status.
      *> each night's feed goes to its own dated file for the LMS
      *> side to pick up
           SELECT  LmsFeedFile ASSIGN TO WS-Feed-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Feed-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY CATALOG-FD.

      *>   one row per section ("I", carrying its instructor of
      *>   record) and one per enrolled student ("S", carrying the
      *>   section they sit in). A student row is keyed on the course,
      *>   not the section, so a section swap compares as the same
      *>   row with a different section rather than a drop and an add.
       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Key.
               03  SW-Term             PIC X(6).
               03  SW-Course-Code      PIC X(6).
               03  SW-Row-Type         PIC X.
               03  SW-Member           PIC X(5).
           02  SW-Section              PIC 99.
           02  SW-Instructor           PIC X(5).
           02  SW-Surname              PIC A(20).
           02  SW-Name                 PIC A(20).

       FD  OldSnapFile.
       01  OldSnapRecord.
           02  LO-Key.
               03  LO-Term             PIC X(6).
               03  LO-Course-Code      PIC X(6).
               03  LO-Row-Type         PIC X.
                   88  LO-Section-Row              VALUE "I".
               03  LO-Member           PIC X(5).
           02  LO-Section              PIC 99.
           02  LO-Instructor           PIC X(5).
           02  LO-Surname              PIC A(20).
           02  LO-Name                 PIC A(20).

       FD  NewSnapFile.
       01  NewSnapRecord.
           02  LN-Key.
               03  LN-Term             PIC X(6).
               03  LN-Course-Code      PIC X(6).
               03  LN-Row-Type         PIC X.
                   88  LN-Section-Row              VALUE "I".
               03  LN-Member           PIC X(5).
           02  LN-Section              PIC 99.
           02  LN-Instructor           PIC X(5).
           02  LN-Surname              PIC A(20).
           02  LN-Name                 PIC A(20).

       FD  LmsFeedFile.
       01  LmsHeaderRecord.
           02  LH-Rec-Type             PIC X.
      *>   "F" full file - load every shell from scratch; "D" the
      *>   changes since the previous feed only
           02  LH-Feed-Type            PIC X.
           02  LH-Feed-Date            PIC 9(8).
           02  FILLER                  PIC X(70).
       01  LmsDetailRecord.
           02  LD-Rec-Type             PIC X.
      *>   SECADD/SECDEL a section shell, INSTR a new instructor of
      *>   record, ADD/DROP a student, SWAP a student into another
      *>   section of the same course
           02  LD-Action               PIC X(6).
           02  LD-Term                 PIC X(6).
           02  LD-Course-Code          PIC X(6).
           02  LD-Section              PIC 99.
           02  LD-Member-Type          PIC X.
           02  LD-Member-ID            PIC X(5).
           02  LD-Surname              PIC A(20).
           02  LD-Name                 PIC A(20).
      *>   the section a swapped student came from, or the
      *>   instructor an INSTR replaces
           02  LD-Old-Section          PIC 99.
           02  LD-Old-Instructor       PIC X(5).
           02  FILLER                  PIC X(6).
       01  LmsTrailerRecord.
           02  LT-Rec-Type             PIC X.
           02  LT-Detail-Count         PIC 9(7).
      *>   the sum of the StuIDs on the student rows - the LMS side
      *>   recomputes it to prove the whole file arrived
           02  LT-StuID-Hash           PIC 9(12).
           02  FILLER                  PIC X(60).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY CATALOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Old-Snap-Status          PIC XX      VALUE SPACES.
           88  FS-Old-Snap-OK                      VALUE "00".
           88  FS-Old-Snap-Missing                 VALUE "35".
       01  WS-New-Snap-Status          PIC XX      VALUE SPACES.
           88  FS-New-Snap-OK                      VALUE "00".
       01  WS-Feed-Status              PIC XX      VALUE SPACES.
           88  FS-Feed-OK                          VALUE "00".
       01  WS-Feed-File-Name           PIC X(30)   VALUE SPACES.
       01  WS-Snap-Live-Name           PIC X(30)   VALUE "lmssnap.dat".
       01  WS-Snap-New-Name            PIC X(30)   VALUE "lmssnap.new".
       01  WS-Copy-Status              PIC S9(9)   COMP-5 VALUE ZERO.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Full-Feed-SW             PIC X       VALUE "N".
           88  Full-Feed                           VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Sort-EOF-SW              PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".
       01  WS-Old-EOF-SW               PIC X       VALUE "N".
           88  EndOfOld                            VALUE "Y".
       01  WS-New-EOF-SW               PIC X       VALUE "N".
           88  EndOfNew                            VALUE "Y".
       01  WS-Prev-Sort-Key            PIC X(18)   VALUE LOW-VALUES.
       01  WS-Member-Num               PIC 9(5)    VALUE ZERO.
       01  WS-Hash-StuID               PIC 9(5)    VALUE ZERO.

      *>   the open terms, loaded once - only their sections and
      *>   seats go on the feed, and a closed term's rows leaving
      *>   the snapshot are not drops
       01  WS-Open-Term-Table.
           02  WS-Open-Term            PIC X(6)    OCCURS 50 TIMES.
       01  WS-Open-Term-Count          PIC 99      VALUE ZERO.
       01  WS-Term-Sub                 PIC 99      VALUE ZERO.
       01  WS-Term-Check               PIC X(6)    VALUE SPACES.
       01  WS-Term-Open-SW             PIC X       VALUE "N".
           88  Term-Is-Open                        VALUE "Y".

      *>   the snapshot row a feed record is built from, whichever
      *>   side it came off
       01  WS-Snap-Row.
           02  SR-Term                 PIC X(6).
           02  SR-Course-Code          PIC X(6).
           02  SR-Row-Type             PIC X.
               88  SR-Section-Row                  VALUE "I".
           02  SR-Member               PIC X(5).
           02  SR-Section              PIC 99.
           02  SR-Instructor           PIC X(5).
           02  SR-Surname              PIC A(20).
           02  SR-Name                 PIC A(20).

       01  WS-Snap-Count               PIC 9(7)    VALUE ZERO.
       01  WS-Detail-Count             PIC 9(7)    VALUE ZERO.
       01  WS-StuID-Hash               PIC 9(12)   VALUE ZERO.
       01  WS-Add-Count                PIC 9(7)    VALUE ZERO.
       01  WS-Drop-Count               PIC 9(7)    VALUE ZERO.
       01  WS-Swap-Count               PIC 9(7)    VALUE ZERO.
       01  WS-Section-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Instr-Count              PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====LMS ROSTER FEED====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the switches and counts so a rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Full-Feed-SW.
            MOVE "N"  TO WS-Sort-EOF-SW.
            MOVE "N"  TO WS-Old-EOF-SW.
            MOVE "N"  TO WS-New-EOF-SW.
            MOVE LOW-VALUES TO WS-Prev-Sort-Key.
            MOVE ZERO TO WS-Snap-Count.
            MOVE ZERO TO WS-Detail-Count.
            MOVE ZERO TO WS-StuID-Hash.
            MOVE ZERO TO WS-Add-Count.
            MOVE ZERO TO WS-Drop-Count.
            MOVE ZERO TO WS-Swap-Count.
            MOVE ZERO TO WS-Section-Count.
            MOVE ZERO TO WS-Instr-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-FEED-FILES.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM LOAD-OPEN-TERMS.
            IF WS-Open-Term-Count = ZERO
                DISPLAY "  no open term on the term master - "
                        "nothing to feed."
                CLOSE TermsFile
                CLOSE CatalogFile
                CLOSE StudentsFile
                GOBACK
            END-IF.
            OPEN OUTPUT NewSnapFile.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Key
                INPUT PROCEDURE RELEASE-CURRENT-ROSTER
                OUTPUT PROCEDURE WRITE-NEW-SNAPSHOT.
            CLOSE NewSnapFile.
            CLOSE TermsFile.
            CLOSE CatalogFile.
            CLOSE StudentsFile.
            PERFORM WRITE-THE-FEED.
            IF RETURN-CODE = 0
                PERFORM REPLACE-THE-SNAPSHOT
            END-IF.
            GOBACK.

       OPEN-FEED-FILES.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
      *>   the instructor of record is the catalog's, read by key
           OPEN INPUT CatalogFile.
           IF NOT FS-Catalog-OK
               DISPLAY "  *** unable to open catalog.dat, status "
                       WS-Catalog-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               CLOSE TermsFile
           END-IF.

       LOAD-OPEN-TERMS.
           MOVE ZERO TO WS-Open-Term-Count.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE LOW-VALUES TO TM-Code.
           START TermsFile KEY IS NOT LESS THAN TM-Code
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ TermsFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF TM-Open-Term
                          AND WS-Open-Term-Count < 50
                           ADD 1 TO WS-Open-Term-Count
                           MOVE TM-Code TO
                               WS-Open-Term(WS-Open-Term-Count)
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TERM-OPEN.
           MOVE "N" TO WS-Term-Open-SW.
           PERFORM VARYING WS-Term-Sub FROM 1 BY 1
                   UNTIL WS-Term-Sub > WS-Open-Term-Count
                      OR Term-Is-Open
               IF WS-Open-Term(WS-Term-Sub) = WS-Term-Check
                   SET Term-Is-Open TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Tonight's roster: every active catalog section running in an
      * open term, then every enrollment row in an open term that is
      * not a withdrawal - a "W" has left the course and loses its
      * access. The section a row sits in is released as well, since
      * sections that predate per-term catalog entries carry no term
      * of their own; the snapshot pass drops the duplicates.
      ******************************************************************
       RELEASE-CURRENT-ROSTER.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE LOW-VALUES TO CF-Key.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ CatalogFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       MOVE CF-Term TO WS-Term-Check
                       PERFORM CHECK-TERM-OPEN
                       IF CF-Active-Course AND Term-Is-Open
                           PERFORM RELEASE-SECTION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM RELEASE-ONE-ENROLLMENT UNTIL Scan-Done.

       RELEASE-SECTION-ROW.
           MOVE CF-Term          TO SW-Term.
           MOVE CF-Code          TO SW-Course-Code.
           MOVE "I"              TO SW-Row-Type.
           MOVE CF-Section       TO WS-Member-Num.
           MOVE WS-Member-Num    TO SW-Member.
           MOVE CF-Section       TO SW-Section.
           MOVE CF-Instructor-ID TO SW-Instructor.
           MOVE SPACES           TO SW-Surname.
           MOVE SPACES           TO SW-Name.
           RELEASE SortWorkRecord.

       RELEASE-ONE-ENROLLMENT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       MOVE WS-ED-Term TO WS-Term-Check
                       PERFORM CHECK-TERM-OPEN
                       IF Term-Is-Open AND WS-ED-Grade NOT = "W"
                           PERFORM RELEASE-SEAT-ROWS
                       END-IF
                   END-IF
           END-READ.

       RELEASE-SEAT-ROWS.
           MOVE WS-ED-Course-Code TO CF-Code.
           MOVE WS-ED-Section     TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   MOVE SPACES TO CF-Instructor-ID
           END-READ.
           MOVE WS-ED-Term        TO SW-Term.
           MOVE WS-ED-Course-Code TO SW-Course-Code.
           MOVE "I"               TO SW-Row-Type.
           MOVE WS-ED-Section     TO WS-Member-Num.
           MOVE WS-Member-Num     TO SW-Member.
           MOVE WS-ED-Section     TO SW-Section.
           MOVE CF-Instructor-ID  TO SW-Instructor.
           MOVE SPACES            TO SW-Surname.
           MOVE SPACES            TO SW-Name.
           RELEASE SortWorkRecord.
           MOVE "S"               TO SW-Row-Type.
           MOVE WS-ED-StuID       TO WS-Member-Num.
           MOVE WS-Member-Num     TO SW-Member.
           MOVE SPACES            TO SW-Instructor.
      *>   the name comes off the master by key, which loses the
      *>   place in the "E" rows - START back just past this one
           SET SF-Master-Record TO TRUE.
           MOVE WS-ED-StuID       TO StuID.
           MOVE ZERO              TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   MOVE SPACES    TO SW-Surname
                   MOVE SPACES    TO SW-Name
               NOT INVALID KEY
                   MOVE StuSurname TO SW-Surname
                   MOVE StuName    TO SW-Name
           END-READ.
           RELEASE SortWorkRecord.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-ED-StuID       TO StuID.
           MOVE WS-ED-Seq         TO SF-Key-Seq.
           START StudentsFile KEY IS GREATER THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.

       WRITE-NEW-SNAPSHOT.
           PERFORM RETURN-ONE-SORTED UNTIL EndOfSort.

       RETURN-ONE-SORTED.
           RETURN SortWorkFile
               AT END
                   SET EndOfSort TO TRUE
               NOT AT END
                   IF SW-Key NOT = WS-Prev-Sort-Key
                       MOVE SW-Key TO WS-Prev-Sort-Key
                       MOVE SortWorkRecord TO NewSnapRecord
                       WRITE NewSnapRecord
                       ADD 1 TO WS-Snap-Count
                   END-IF
           END-RETURN.

      ******************************************************************
      * The feed: with no snapshot from a previous night, every row
      * of tonight's goes out as a full load. Otherwise the two
      * snapshots are matched key for key and only the differences
      * go out.
      ******************************************************************
       WRITE-THE-FEED.
           OPEN INPUT OldSnapFile.
           IF FS-Old-Snap-Missing
               SET Full-Feed TO TRUE
               SET EndOfOld TO TRUE
               MOVE HIGH-VALUES TO LO-Key
           ELSE
               IF NOT FS-Old-Snap-OK
                   DISPLAY "  *** unable to open lmssnap.dat, status "
                           WS-Old-Snap-Status " ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT NewSnapFile.
           MOVE SPACES TO WS-Feed-File-Name.
           STRING "lms."         DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-Feed-File-Name
           END-STRING.
           OPEN OUTPUT LmsFeedFile.
           MOVE SPACES   TO LmsHeaderRecord.
           MOVE "H"      TO LH-Rec-Type.
           IF Full-Feed
               MOVE "F"  TO LH-Feed-Type
           ELSE
               MOVE "D"  TO LH-Feed-Type
               PERFORM READ-OLD-SNAPSHOT
           END-IF.
           MOVE WS-Today TO LH-Feed-Date.
           WRITE LmsHeaderRecord.
           PERFORM READ-NEW-SNAPSHOT.
           PERFORM MATCH-ONE-KEY UNTIL EndOfOld AND EndOfNew.
           MOVE SPACES           TO LmsTrailerRecord.
           MOVE "T"              TO LT-Rec-Type.
           MOVE WS-Detail-Count  TO LT-Detail-Count.
           MOVE WS-StuID-Hash    TO LT-StuID-Hash.
           WRITE LmsTrailerRecord.
           CLOSE LmsFeedFile.
           CLOSE NewSnapFile.
           IF NOT Full-Feed
               CLOSE OldSnapFile
           END-IF.
           IF Full-Feed
               DISPLAY "  no previous snapshot - full feed of "
                       WS-Snap-Count " row(s) in " WS-Feed-File-Name
           ELSE
               DISPLAY "  " WS-Detail-Count " change(s) since the "
                       "previous feed in " WS-Feed-File-Name
           END-IF.
           DISPLAY "  " WS-Add-Count " add(s), " WS-Drop-Count
                   " drop(s), " WS-Swap-Count " swap(s), "
                   WS-Section-Count " section change(s), "
                   WS-Instr-Count " instructor change(s).".

       READ-OLD-SNAPSHOT.
           READ OldSnapFile
               AT END
                   SET EndOfOld TO TRUE
                   MOVE HIGH-VALUES TO LO-Key
           END-READ.

       READ-NEW-SNAPSHOT.
           READ NewSnapFile
               AT END
                   SET EndOfNew TO TRUE
                   MOVE HIGH-VALUES TO LN-Key
           END-READ.

       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN LO-Key < LN-Key
                   PERFORM FEED-OLD-ONLY
                   PERFORM READ-OLD-SNAPSHOT
               WHEN LO-Key > LN-Key
                   PERFORM FEED-NEW-ONLY
                   PERFORM READ-NEW-SNAPSHOT
               WHEN OTHER
                   PERFORM FEED-MATCHED
                   PERFORM READ-OLD-SNAPSHOT
                   PERFORM READ-NEW-SNAPSHOT
           END-EVALUATE.

       FEED-OLD-ONLY.
      *>   a row gone because its term has closed is the end of the
      *>   course, not a drop - the LMS archives the shell itself
           MOVE LO-Term TO WS-Term-Check.
           PERFORM CHECK-TERM-OPEN.
           IF NOT Term-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE OldSnapRecord TO WS-Snap-Row.
           PERFORM BUILD-FEED-DETAIL.
           IF LO-Section-Row
               MOVE "SECDEL" TO LD-Action
               ADD 1 TO WS-Section-Count
           ELSE
               MOVE "DROP"   TO LD-Action
               ADD 1 TO WS-Drop-Count
           END-IF.
           PERFORM WRITE-FEED-DETAIL.

       FEED-NEW-ONLY.
           MOVE NewSnapRecord TO WS-Snap-Row.
           PERFORM BUILD-FEED-DETAIL.
           IF LN-Section-Row
               MOVE "SECADD" TO LD-Action
               ADD 1 TO WS-Section-Count
           ELSE
               MOVE "ADD"    TO LD-Action
               ADD 1 TO WS-Add-Count
           END-IF.
           PERFORM WRITE-FEED-DETAIL.

       FEED-MATCHED.
           MOVE NewSnapRecord TO WS-Snap-Row.
           IF LN-Section-Row
               IF LN-Instructor NOT = LO-Instructor
                   PERFORM BUILD-FEED-DETAIL
                   MOVE "INSTR"       TO LD-Action
                   MOVE LO-Instructor TO LD-Old-Instructor
                   ADD 1 TO WS-Instr-Count
                   PERFORM WRITE-FEED-DETAIL
               END-IF
           ELSE
               IF LN-Section NOT = LO-Section
                   PERFORM BUILD-FEED-DETAIL
                   MOVE "SWAP"        TO LD-Action
                   MOVE LO-Section    TO LD-Old-Section
                   ADD 1 TO WS-Swap-Count
                   PERFORM WRITE-FEED-DETAIL
               END-IF
           END-IF.

       BUILD-FEED-DETAIL.
           MOVE SPACES         TO LmsDetailRecord.
           MOVE "D"            TO LD-Rec-Type.
           MOVE SR-Term        TO LD-Term.
           MOVE SR-Course-Code TO LD-Course-Code.
           MOVE SR-Section     TO LD-Section.
           MOVE SR-Row-Type    TO LD-Member-Type.
           IF SR-Section-Row
               MOVE SR-Instructor TO LD-Member-ID
           ELSE
               MOVE SR-Member     TO LD-Member-ID
               MOVE SR-Surname    TO LD-Surname
               MOVE SR-Name       TO LD-Name
           END-IF.
           MOVE ZERO           TO LD-Old-Section.

       WRITE-FEED-DETAIL.
           WRITE LmsDetailRecord.
           ADD 1 TO WS-Detail-Count.
           IF LD-Member-Type = "S"
               MOVE LD-Member-ID TO WS-Hash-StuID
               ADD WS-Hash-StuID TO WS-StuID-Hash
           END-IF.

      ******************************************************************
      * The feed is out - tonight's snapshot becomes the one the next
      * feed is compared against. A failed copy leaves last night's in
      * place, so tomorrow's feed repeats tonight's changes rather than
      * losing them.
      ******************************************************************
       REPLACE-THE-SNAPSHOT.
           CALL "CBL_COPY_FILE" USING WS-Snap-New-Name
                                       WS-Snap-Live-Name
               RETURNING WS-Copy-Status
           END-CALL.
           IF WS-Copy-Status NOT = ZERO
               DISPLAY "  *** unable to replace lmssnap.dat, status "
                       WS-Copy-Status " - tomorrow's feed repeats "
                       "tonight's changes ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FILESTAT-PROC.

       END PROGRAM md-basics-lms-feed.
