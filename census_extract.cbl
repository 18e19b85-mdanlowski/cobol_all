      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Each row carries a privacy flag: a student with a
      *             directory privacy block stays in the state's counts
      *             but is flagged so their directory information is not
      *             published.
      * 2026-10-15  Census loads and student details come off the
      *             nightly enrollment extract when it is current;
      *             students.dat is walked only when the extract is
      *             missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-census-extract.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Census-Status.
       COPY TERM-SEL.
       COPY ENRLEXT-SEL.

       DATA DIVISION.
       FILE SECTION.
       01  CensusRecord                PIC X(80).

       COPY TERM-FD.
       COPY ENRLEXT-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY PRIVACY-WS.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Census-Status            PIC XX      VALUE SPACES.
           02  WS-Term-Load            PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Tally-Sub                PIC 9(6).
      *>   off the enrollment extract the census term's rows come in
      *>   StuID order, each carrying its master - a student's row is
      *>   written when the next student's rows begin
       01  WS-Held-StuID               PIC 9(6)    VALUE 999999.
       01  WS-Held-Master-SW           PIC X       VALUE "N".
           88  Census-Master-Held                  VALUE "Y".

      *>   the state's fixed-column student-level layout
       01  WS-Census-Line.
           02  CEN-Admit-Term          PIC X(6).
           02  CEN-Term                PIC X(6).
           02  CEN-Credit-Load         PIC 9(3)V9.
      *>   "Y" for a student with a directory privacy block - the
      *>   state still counts them, but must not publish their
      *>   directory information
           02  CEN-Privacy-Flag        PIC X.
           02  FILLER                  PIC X(9)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLEAR-ONE-LOAD
               VARYING WS-Tally-Sub FROM 1 BY 1
               UNTIL WS-Tally-Sub > 100000.
      *>   tonight's enrollment extract when it is current, else the
      *>   students.dat pass
           PERFORM OPEN-ENROLLMENT-EXTRACT.
           IF EnrlExt-Current
               PERFORM CLEAR-EXTRACT-PRIVACY
           ELSE
               OPEN INPUT StudentsFile
               IF NOT FS-OK
                   PERFORM CHECK-FILE-STATUS
                   DISPLAY "  *** unable to open students.dat, status "
                           WS-File-Status " ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-PRIVACY-BLOCKS
           END-IF.
           OPEN OUTPUT CensusFile.
           PERFORM WRITE-CENSUS-HEADER.
           IF EnrlExt-Current
               MOVE 999999 TO WS-Held-StuID
               MOVE "N"    TO WS-Held-Master-SW
               PERFORM CENSUS-EXTRACT-ROW UNTIL EndOfEnrlExt
               PERFORM WRITE-HELD-CENSUS-ROW
               CLOSE EnrollExtractFile
           ELSE
               PERFORM UNTIL EndOfFile
                   READ StudentsFile NEXT RECORD INTO WS-Student
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN WS-Enrollment-Record
                                   IF WS-ED-Term = WS-Census-Term
                                       COMPUTE WS-Tally-Sub =
                                           WS-ED-StuID + 1
                                       ADD WS-ED-Credit-Hours TO
                                           WS-Term-Load(WS-Tally-Sub)
                                   END-IF
                               WHEN WS-Master-Record
                                   PERFORM WRITE-ONE-CENSUS-ROW
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE StudentsFile
           END-IF.
           PERFORM WRITE-CENSUS-TRAILER.
           CLOSE CensusFile.
           DISPLAY "  " WS-Row-Count " student(s) frozen for "
                   WS-Census-Term " in " WS-Census-File-Name.
           DISPLAY "  " WS-Privacy-Withheld " of them flagged for a "
                   "directory privacy block".

       CENSUS-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt OR EXD-Term NOT = WS-Census-Term
               EXIT PARAGRAPH
           END-IF.
           IF EXD-StuID NOT = WS-Held-StuID
               PERFORM WRITE-HELD-CENSUS-ROW
               MOVE EXD-StuID TO WS-Held-StuID
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           COMPUTE WS-Tally-Sub = WS-ED-StuID + 1.
           ADD WS-ED-Credit-Hours TO WS-Term-Load(WS-Tally-Sub).
           IF EXD-Privacy-Block = "Y"
              AND EXD-Privacy-Eff-Date NOT > WS-Privacy-Today
               COMPUTE WS-Privacy-Sub = EXD-StuID + 1
               MOVE "Y" TO WS-Privacy-Flag(WS-Privacy-Sub)
           END-IF.
      *>   WS-Student is left holding the master, ready for the
      *>   write when this student's rows end; a row with no master
      *>   stays off the state file, as on the students.dat pass
           IF EXD-Master-Found
               PERFORM LOAD-EXTRACT-MASTER
               SET Census-Master-Held TO TRUE
           ELSE
               MOVE "N" TO WS-Held-Master-SW
           END-IF.

       WRITE-HELD-CENSUS-ROW.
           IF Census-Master-Held
               PERFORM WRITE-ONE-CENSUS-ROW
           END-IF.
           MOVE "N" TO WS-Held-Master-SW.

       CLEAR-ONE-LOAD.
           MOVE ZERO TO WS-Term-Load(WS-Tally-Sub).
           MOVE WS-Student-admit-term      TO CEN-Admit-Term.
           MOVE WS-Census-Term             TO CEN-Term.
           MOVE WS-Term-Load(WS-Tally-Sub) TO CEN-Credit-Load.
           MOVE WS-Student-id              TO WS-Privacy-StuID.
           PERFORM TEST-PRIVACY-FLAG.
           IF Privacy-Blocked
               MOVE "Y"                    TO CEN-Privacy-Flag
               ADD 1 TO WS-Privacy-Withheld
           ELSE
               MOVE "N"                    TO CEN-Privacy-Flag
           END-IF.
           MOVE WS-Census-Line             TO CensusRecord.
           WRITE CensusRecord.

           END-STRING.
           WRITE CensusRecord.

       COPY PRIVSCAN-PROC.
       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-census-extract.
