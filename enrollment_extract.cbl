      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The nightly enrollment extract. One pass over the "E" rows on
      * students.dat, each joined to its student's master and profile
      * rows, its catalog section and its term, sorted into term,
      * StuID, course and section order and written to enrlext.dat
      * under a header (run stamp, students.dat's size and last-change
      * stamp, record counts) and a trailer count. The read-only
      * enrollment reports read the extract instead of walking
      * students.dat again, for as long as students.dat is unchanged
      * since the extract was taken.
      *
      * The extract is written to enrlext.new and copied over
      * enrlext.dat only once it is complete; last night's copy is
      * removed before the pass starts, so a failed run leaves the
      * reports on students.dat rather than on a stale extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-enroll-extract.

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
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
       COPY CATALOG-SEL.
       COPY TERM-SEL.
       COPY ENRLEXT-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Record-Type      PIC X.
      *>   term, StuID, course, section and row sequence - the same
      *>   positions as EXD-Sort-Key on the extract's detail row
           02  SW-Sort-Key         PIC X(22).
           02  FILLER              PIC X(317).

       COPY CATALOG-FD.
       COPY TERM-FD.
       COPY ENRLEXT-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY TERM-WS.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Sort-EOF-SW              PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".
       01  WS-Catalog-Open-SW          PIC X       VALUE "N".
           88  Catalog-Open                        VALUE "Y".
       01  WS-Terms-Open-SW            PIC X       VALUE "N".
           88  Terms-Open                          VALUE "Y".
       01  WS-Run-Date                 PIC 9(8)    VALUE ZERO.
       01  WS-Run-Time                 PIC 9(8)    VALUE ZERO.
       01  WS-Extract-New-Name         PIC X(30)   VALUE "enrlext.new".
       01  WS-Extract-Live-Name        PIC X(30)   VALUE "enrlext.dat".
       01  WS-Copy-Status              PIC S9(9)   COMP-5 VALUE ZERO.

      *>   the joins last looked up - a student's "E" rows are
      *>   contiguous, and most rows share a handful of sections and
      *>   terms, so each is read once per change rather than per row
       01  WS-Last-StuID               PIC 9(6)    VALUE 999999.
       01  WS-Held-Student             PIC X(129)  VALUE SPACES.
       01  WS-Last-Section-Key.
           02  WS-Last-Sec-Code        PIC X(6)    VALUE SPACES.
           02  WS-Last-Sec-Section     PIC 99      VALUE ZERO.
       01  WS-Held-Section             PIC X(30)   VALUE SPACES.
       01  WS-Section-Held-SW          PIC X       VALUE "N".
           88  Section-Held                        VALUE "Y".
       01  WS-Last-Term                PIC X(6)    VALUE SPACES.
       01  WS-Held-Term                PIC X(26)   VALUE SPACES.
       01  WS-Term-Held-SW             PIC X       VALUE "N".
           88  Term-Held                           VALUE "Y".

       01  WS-Row-Count                PIC 9(7)    VALUE ZERO.
       01  WS-Student-Count            PIC 9(6)    VALUE ZERO.
       01  WS-No-Master-Count          PIC 9(6)    VALUE ZERO.
       01  WS-No-Section-Count         PIC 9(6)    VALUE ZERO.
       01  WS-Rows-Written             PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====NIGHTLY ENROLLMENT EXTRACT====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the switches, caches and counts so a rerun starts
      *>   clean
            MOVE 0      TO RETURN-CODE.
            MOVE "N"    TO WS-EOF-SW.
            MOVE "N"    TO WS-Sort-EOF-SW.
            MOVE "N"    TO WS-Catalog-Open-SW.
            MOVE "N"    TO WS-Terms-Open-SW.
            MOVE "N"    TO WS-Section-Held-SW.
            MOVE "N"    TO WS-Term-Held-SW.
            MOVE 999999 TO WS-Last-StuID.
            MOVE ZERO   TO WS-Row-Count.
            MOVE ZERO   TO WS-Student-Count.
            MOVE ZERO   TO WS-No-Master-Count.
            MOVE ZERO   TO WS-No-Section-Count.
            MOVE ZERO   TO WS-Rows-Written.
            ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
            ACCEPT WS-Run-Time FROM TIME.
      *>   last night's extract goes first - whatever happens below,
      *>   no report reads it against tonight's students.dat
            CALL "CBL_DELETE_FILE" USING WS-Extract-Live-Name
                RETURNING WS-Copy-Status
            END-CALL.
      *>   students.dat is stamped before the pass: a change made
      *>   while the pass runs leaves a stamp the header no longer
      *>   matches, and the readers treat the extract as stale
            PERFORM STAMP-EXTRACT-SOURCE.
            IF WS-EnrlExt-Size = ZERO
                DISPLAY "  *** unable to stamp students.dat, status "
                        WS-EnrlExt-Call-Status
                        " - no extract taken ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-JOIN-FILES.
            MOVE WS-Extract-New-Name TO WS-EnrlExt-File-Name.
            OPEN OUTPUT EnrollExtractFile.
            IF NOT FS-EnrlExt-OK
                DISPLAY "  *** unable to open " WS-Extract-New-Name
                        ", status " WS-EnrlExt-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE StudentsFile
                PERFORM CLOSE-JOIN-FILES
                GOBACK
            END-IF.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Sort-Key
                INPUT PROCEDURE EXTRACT-ENROLLMENT-ROWS
                OUTPUT PROCEDURE WRITE-EXTRACT-FILE.
            CLOSE EnrollExtractFile.
            CLOSE StudentsFile.
            PERFORM CLOSE-JOIN-FILES.
            IF RETURN-CODE = 8
                DISPLAY "  *** extract not published - the reports "
                        "read students.dat until the next good run "
                        "***"
                GOBACK
            END-IF.
            PERFORM PUBLISH-THE-EXTRACT.
            DISPLAY "  " WS-Rows-Written " enrollment row(s) for "
                    WS-Student-Count " student(s) extracted.".
            IF WS-No-Master-Count > ZERO
                DISPLAY "  " WS-No-Master-Count " row(s) have no "
                        "master record on file."
            END-IF.
            IF WS-No-Section-Count > ZERO
                DISPLAY "  " WS-No-Section-Count " row(s) name a "
                        "section not on the catalog."
            END-IF.
            GOBACK.

       OPEN-JOIN-FILES.
      *>   a missing catalog or term master costs the joins, not the
      *>   extract - the rows go out with the found-switches "N"
           OPEN INPUT CatalogFile.
           IF FS-Catalog-OK
               SET Catalog-Open TO TRUE
           ELSE
               DISPLAY "  *** catalog.dat not available, status "
                       WS-Catalog-Status " - sections not joined ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT TermsFile.
           IF FS-Term-OK
               SET Terms-Open TO TRUE
           ELSE
               DISPLAY "  *** terms.dat not available, status "
                       WS-Term-Status " - terms not joined ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       CLOSE-JOIN-FILES.
           IF Catalog-Open
               CLOSE CatalogFile
               MOVE "N" TO WS-Catalog-Open-SW
           END-IF.
           IF Terms-Open
               CLOSE TermsFile
               MOVE "N" TO WS-Terms-Open-SW
           END-IF.

       EXTRACT-ENROLLMENT-ROWS.
      *>   the "E" rows run together at the front of the type-major
      *>   key; the first row of any other type ends the pass
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START.
           PERFORM UNTIL EndOfFile
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       IF NOT WS-Enrollment-Record
                           SET EndOfFile TO TRUE
                       END-IF
               END-READ
               IF NOT EndOfFile AND NOT FS-OK
                   PERFORM CHECK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET EndOfFile TO TRUE
               END-IF
               IF NOT EndOfFile
                   PERFORM EXTRACT-ONE-ROW
               END-IF
           END-PERFORM.

       EXTRACT-ONE-ROW.
           MOVE SPACES TO EnrollExtractDetail.
           SET EX-Detail-Row TO TRUE.
           MOVE WS-ED-Term        TO EXD-Term.
           MOVE WS-ED-StuID       TO EXD-StuID.
           MOVE WS-ED-Course-Code TO EXD-Course-Code.
           MOVE WS-ED-Section     TO EXD-Section.
           MOVE WS-ED-Seq         TO EXD-Seq.
           MOVE WS-Student        TO EXD-Enrollment-Image.
           IF WS-ED-StuID NOT = WS-Last-StuID
               ADD 1 TO WS-Student-Count
               PERFORM LOOK-UP-STUDENT
           END-IF.
           MOVE WS-Held-Student TO EXD-Student-Part.
           IF NOT EXD-Master-Found
               ADD 1 TO WS-No-Master-Count
           END-IF.
           PERFORM LOOK-UP-SECTION.
           MOVE WS-Held-Section TO EXD-Section-Part.
           IF NOT EXD-Section-Found
               ADD 1 TO WS-No-Section-Count
           END-IF.
           PERFORM LOOK-UP-TERM.
           MOVE WS-Held-Term TO EXD-Term-Part.
           ADD 1 TO WS-Row-Count.
           RELEASE SortWorkRecord FROM EnrollExtractDetail.

       LOOK-UP-STUDENT.
      *>   the master and profile rows are read by key, then the file
      *>   is put back just past the "E" row in hand so the outer
      *>   READ NEXT carries on where it left off
           MOVE WS-ED-StuID TO WS-Last-StuID.
           MOVE SPACES TO EXD-Student-Part.
           MOVE "N"    TO EXD-Master-SW.
           MOVE ZERO   TO EXD-Dob.
           MOVE "N"    TO EXD-Privacy-Block.
           MOVE ZERO   TO EXD-Privacy-Eff-Date.
           SET SF-Master-Record TO TRUE.
           MOVE WS-ED-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"             TO EXD-Master-SW
                   MOVE StuName         TO EXD-Name
                   MOVE StuSurname      TO EXD-Surname
                   MOVE StuPref-Name    TO EXD-Pref-Name
                   MOVE StuDob          TO EXD-Dob
                   MOVE StuGender       TO EXD-Gender
                   MOVE StuAddress      TO EXD-Address
                   MOVE StuPhone        TO EXD-Phone
                   MOVE StuStatus       TO EXD-Status
                   MOVE StuMajor-Code   TO EXD-Major
                   MOVE StuAdmit-Term   TO EXD-Admit-Term
           END-READ.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-ED-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PF-Directory-Blocked
                       MOVE "Y"                 TO EXD-Privacy-Block
                       MOVE PF-Privacy-Eff-Date TO EXD-Privacy-Eff-Date
                   END-IF
           END-READ.
           MOVE EXD-Student-Part TO WS-Held-Student.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-ED-StuID TO StuID.
           MOVE WS-ED-Seq   TO SF-Key-Seq.
           START StudentsFile KEY IS GREATER THAN SF-Key
               INVALID KEY
      *>           no row after this one - it is still extracted,
      *>           and the pass ends with it
                   SET EndOfFile TO TRUE
           END-START.

       LOOK-UP-SECTION.
           IF Section-Held
              AND WS-ED-Course-Code = WS-Last-Sec-Code
              AND WS-ED-Section = WS-Last-Sec-Section
               EXIT PARAGRAPH
           END-IF.
           SET Section-Held TO TRUE.
           MOVE WS-ED-Course-Code TO WS-Last-Sec-Code.
           MOVE WS-ED-Section     TO WS-Last-Sec-Section.
           MOVE SPACES TO EXD-Section-Part.
           MOVE "N"    TO EXD-Section-SW.
           MOVE ZERO   TO EXD-Sec-Credit-Hours.
           MOVE ZERO   TO EXD-Sec-Cap.
           MOVE ZERO   TO EXD-Meet-Start.
           MOVE ZERO   TO EXD-Meet-End.
           IF Catalog-Open
               MOVE WS-ED-Course-Code TO CF-Code
               MOVE WS-ED-Section     TO CF-Section
               READ CatalogFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"              TO EXD-Section-SW
                       MOVE CF-Credit-Hours  TO EXD-Sec-Credit-Hours
                       MOVE CF-Section-Cap   TO EXD-Sec-Cap
                       MOVE CF-Meet-Days     TO EXD-Meet-Days
                       MOVE CF-Meet-Start    TO EXD-Meet-Start
                       MOVE CF-Meet-End      TO EXD-Meet-End
                       MOVE CF-Instructor-ID TO EXD-Instructor-ID
                       MOVE CF-Room          TO EXD-Room
               END-READ
           END-IF.
           MOVE EXD-Section-Part TO WS-Held-Section.

       LOOK-UP-TERM.
           IF Term-Held AND WS-ED-Term = WS-Last-Term
               EXIT PARAGRAPH
           END-IF.
           SET Term-Held TO TRUE.
           MOVE WS-ED-Term TO WS-Last-Term.
           MOVE SPACES TO EXD-Term-Part.
           MOVE "N"    TO EXD-Term-SW.
           MOVE ZERO   TO EXD-Term-Start.
           MOVE ZERO   TO EXD-Term-End.
           MOVE ZERO   TO EXD-Census-Date.
           IF Terms-Open
               MOVE WS-ED-Term TO TM-Code
               READ TermsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"            TO EXD-Term-SW
                       MOVE TM-Start-Date  TO EXD-Term-Start
                       MOVE TM-End-Date    TO EXD-Term-End
                       MOVE TM-Status      TO EXD-Term-Status
                       MOVE TM-Census-Date TO EXD-Census-Date
               END-READ
           END-IF.
           MOVE EXD-Term-Part TO WS-Held-Term.

       WRITE-EXTRACT-FILE.
      *>   every row is counted by the time the sort hands them back,
      *>   so the header can carry the counts ahead of the rows
           MOVE SPACES TO EnrollExtractHeader.
           SET EX-Header-Row TO TRUE.
           MOVE WS-Run-Date         TO EXH-Run-Date.
           MOVE WS-Run-Time         TO EXH-Run-Time.
           MOVE WS-EnrlExt-Size     TO EXH-Source-Size.
           MOVE WS-EnrlExt-Date     TO EXH-Source-Date.
           MOVE WS-EnrlExt-Time     TO EXH-Source-Time.
           MOVE WS-Row-Count        TO EXH-Row-Count.
           MOVE WS-Student-Count    TO EXH-Student-Count.
           MOVE WS-No-Master-Count  TO EXH-No-Master-Count.
           MOVE WS-No-Section-Count TO EXH-No-Section-Count.
           WRITE EnrollExtractHeader.
           PERFORM UNTIL EndOfSort
               RETURN SortWorkFile INTO EnrollExtractDetail
                   AT END
                       SET EndOfSort TO TRUE
                   NOT AT END
                       WRITE EnrollExtractDetail
                       ADD 1 TO WS-Rows-Written
               END-RETURN
               IF NOT EndOfSort AND NOT FS-EnrlExt-OK
                   DISPLAY "  *** write to " WS-Extract-New-Name
                           " failed, status " WS-EnrlExt-Status
                           " ***"
                   MOVE 8 TO RETURN-CODE
                   SET EndOfSort TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO EnrollExtractTrailer.
           SET EX-Trailer-Row TO TRUE.
           MOVE WS-Rows-Written TO EXT-Row-Count.
           WRITE EnrollExtractTrailer.

       PUBLISH-THE-EXTRACT.
           CALL "CBL_COPY_FILE" USING WS-Extract-New-Name
                                       WS-Extract-Live-Name
               RETURNING WS-Copy-Status
           END-CALL.
           IF WS-Copy-Status = ZERO
               DISPLAY "  extract written to " WS-Extract-Live-Name
           ELSE
               DISPLAY "  *** unable to copy " WS-Extract-New-Name
                       " to " WS-Extract-Live-Name ", status "
                       WS-Copy-Status " - the reports read "
                       "students.dat tonight ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-enroll-extract.
