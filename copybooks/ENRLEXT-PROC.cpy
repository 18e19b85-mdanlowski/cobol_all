      ******************************************************************
      * Shared nightly enrollment extract paragraphs. COPY into the
      * PROCEDURE DIVISION of any program that also COPYs ENRLEXT-SEL,
      * ENRLEXT-FD and ENRLEXT-WS; the reader paragraphs need
      * STUDENT-WS as well.
      *
      * STAMP-EXTRACT-SOURCE takes students.dat's current size and
      * last-change stamp. OPEN-ENROLLMENT-EXTRACT opens enrlext.dat
      * and reads its header: EnrlExt-Current comes back set, with the
      * file open on the first detail row, only when the header's
      * stamp matches students.dat as it stands now - otherwise the
      * file is closed again and the caller takes its own students.dat
      * pass. READ-ENROLLMENT-EXTRACT then returns one detail row per
      * call until EndOfEnrlExt, checking the trailer count on the
      * way out. LOAD-EXTRACT-ENROLLMENT and LOAD-EXTRACT-MASTER put
      * the current row into WS-Student as the "E" row it came from,
      * or as the student's "M" row, for logic written against those.
      ******************************************************************
       STAMP-EXTRACT-SOURCE.
           MOVE ZERO TO WS-EnrlExt-Size.
           MOVE ZERO TO WS-EnrlExt-Date.
           MOVE ZERO TO WS-EnrlExt-Time.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-EnrlExt-Source-Name
                                             WS-EnrlExt-File-Info
               RETURNING WS-EnrlExt-Call-Status
           END-CALL.
           IF WS-EnrlExt-Call-Status NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EnrlExt-Info-Size TO WS-EnrlExt-Size.
           MOVE WS-EnrlExt-Info-Year TO WS-EnrlExt-Yr.
           MOVE WS-EnrlExt-Info-Mon  TO WS-EnrlExt-Mon.
           MOVE WS-EnrlExt-Info-Day  TO WS-EnrlExt-Day.
           MOVE WS-EnrlExt-Info-Hour TO WS-EnrlExt-Hour.
           MOVE WS-EnrlExt-Info-Min  TO WS-EnrlExt-Min.
           MOVE WS-EnrlExt-Info-Sec  TO WS-EnrlExt-Sec.
           MOVE WS-EnrlExt-Info-Hund TO WS-EnrlExt-Hund.

       OPEN-ENROLLMENT-EXTRACT.
           MOVE "N"  TO WS-EnrlExt-Current-SW.
           MOVE "N"  TO WS-EnrlExt-EOF-SW.
           MOVE ZERO TO WS-EnrlExt-Rows-Read.
           MOVE "enrlext.dat" TO WS-EnrlExt-File-Name.
           PERFORM STAMP-EXTRACT-SOURCE.
           OPEN INPUT EnrollExtractFile.
           IF NOT FS-EnrlExt-OK
               DISPLAY "  no enrollment extract on file - reading "
                       "students.dat"
               EXIT PARAGRAPH
           END-IF.
           READ EnrollExtractFile
               AT END
                   MOVE SPACE TO EX-Record-Type
           END-READ.
           IF NOT EX-Header-Row
               DISPLAY "  *** enrollment extract has no header - "
                       "reading students.dat ***"
               CLOSE EnrollExtractFile
               EXIT PARAGRAPH
           END-IF.
      *>   a zero size means students.dat could not be looked at -
      *>   never current, whatever the header says
           IF WS-EnrlExt-Size = ZERO
              OR EXH-Source-Size NOT = WS-EnrlExt-Size
              OR EXH-Source-Date NOT = WS-EnrlExt-Date
              OR EXH-Source-Time NOT = WS-EnrlExt-Time
               DISPLAY "  enrollment extract of " EXH-Run-Date
                       " is stale - students.dat has changed "
                       "since; reading students.dat"
               CLOSE EnrollExtractFile
               EXIT PARAGRAPH
           END-IF.
           SET EnrlExt-Current TO TRUE.
           DISPLAY "  reading enrollment extract of " EXH-Run-Date
                   " " EXH-Run-Time(1:4) " (" EXH-Row-Count
                   " rows)".

       READ-ENROLLMENT-EXTRACT.
           READ EnrollExtractFile
               AT END
      *>           a file that stops short of its trailer lost rows
      *>           somewhere - the report still prints, flagged
                   SET EndOfEnrlExt TO TRUE
                   DISPLAY "  *** enrollment extract ends without "
                           "its trailer after " WS-EnrlExt-Rows-Read
                           " rows - report may be incomplete ***"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT AT END
                   IF EX-Trailer-Row
                       SET EndOfEnrlExt TO TRUE
                       IF EXT-Row-Count NOT = WS-EnrlExt-Rows-Read
                           DISPLAY "  *** enrollment extract trailer "
                                   "counts " EXT-Row-Count
                                   " rows, read "
                                   WS-EnrlExt-Rows-Read " ***"
                           IF RETURN-CODE = 0
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-EnrlExt-Rows-Read
                   END-IF
           END-READ.

       LOAD-EXTRACT-ENROLLMENT.
           MOVE EXD-Enrollment-Image TO WS-Student.

       LOAD-EXTRACT-MASTER.
           MOVE SPACES           TO WS-Student.
           SET WS-Master-Record  TO TRUE.
           MOVE EXD-StuID        TO WS-Student-id.
           MOVE ZERO             TO WS-Student-Seq.
           MOVE EXD-Name         TO WS-Student-name.
           MOVE EXD-Surname      TO WS-Student-surname.
           MOVE EXD-Pref-Name    TO WS-Student-pref-name.
           MOVE EXD-Dob          TO WS-Student-dob.
           MOVE EXD-Gender       TO WS-Student-gender.
           MOVE EXD-Address      TO WS-Student-address.
           MOVE EXD-Phone        TO WS-Student-phone.
           MOVE EXD-Status       TO WS-Student-status.
           MOVE EXD-Major        TO WS-Student-major.
           MOVE EXD-Admit-Term   TO WS-Student-admit-term.
