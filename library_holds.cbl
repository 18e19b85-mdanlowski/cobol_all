      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Library system interface. Each student on the library's nightly
      * fines file, libfines.csv, is given a LIB hold, and the hold is
      * released from every student no longer on it; a missing or empty
      * file changes nothing. Rejected rows go to librejects.csv and
      * error.log, and the run is listed to libholds.<yyyymmdd>.prt.
      * 2026-10-15  A fines row whose StuID runs past five characters or
      *             is not all digits is rejected (9006) rather than cut
      *             down to another student's StuID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-lib-holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the library system's nightly fines extract: StuID and the
      *> amount owed, comma separated, one row per student owing
           SELECT  LibFinesFile ASSIGN TO "libfines.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Fines-Status.
      *> rejected rows, same layout plus the reason code as an extra
      *> trailing column - sent back to the library office as-is
           SELECT  LibRejectsFile ASSIGN TO "librejects.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Rejects-Status.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY HOLD-SEL.
       COPY AUDIT-SEL.
       COPY NOTICE-SEL.
       COPY ERRLOG-SEL.
      *> what the run placed and released, for the library office
           SELECT  LibReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LibFinesFile.
       01  WS-Fines-Line               PIC X(40).

       FD  LibRejectsFile.
       01  LibRejectRecord             PIC X(45).

       FD  StudentsFile.
       COPY STUDENT.

       COPY HOLD-FD.
       COPY AUDIT-FD.
       COPY NOTICE-FD.
       COPY ERRLOG-FD.

       FD  LibReportFile.
       01  LibReportLine               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY HOLD-WS.
       COPY AUDIT-WS.
       COPY NOTICE-WS.
       COPY ERRLOG-WS.
       01  WS-Fines-Status             PIC XX      VALUE SPACES.
           88  FS-Fines-OK                         VALUE "00".
           88  FS-Fines-File-Missing               VALUE "35".
       01  WS-Rejects-Status           PIC XX      VALUE SPACES.
           88  FS-Rejects-OK                       VALUE "00".
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFines                          VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Amount-Valid-SW          PIC X       VALUE "N".
           88  Amount-Valid                        VALUE "Y".
       01  WS-StuID-Valid-SW           PIC X       VALUE "N".
           88  StuID-Valid                         VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
      *>   the signed-on identity is shared with the caller - held
      *>   here while the run stamps its holds as the library's
       01  WS-Caller-Operator-ID       PIC X(8)    VALUE SPACES.

       01  WS-CSV-Fields.
           02  WS-CSV-StuID            PIC X(5).
           02  WS-CSV-StuID-N REDEFINES WS-CSV-StuID PIC 9(5).
           02  WS-CSV-Amount           PIC X(12).
       01  WS-Amount-Dollars           PIC X(12)   VALUE SPACES.
       01  WS-Amount-Cents             PIC X(12)   VALUE SPACES.
       01  WS-Dollars-Len              PIC 99      VALUE ZERO.
       01  WS-Cents-Len                PIC 99      VALUE ZERO.
       01  WS-StuID-Len                PIC 99      VALUE ZERO.
       01  WS-StuID-Lead               PIC 99      VALUE ZERO.
       01  WS-StuID-Digits-Len         PIC 99      VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Fine-Amount==
                               ==MONEY-PIC== BY ==9(7)V99==.
       01  WS-Reject-Line.
           02  REJ-Row                 PIC X(40).
           02  FILLER                  PIC X       VALUE ",".
           02  REJ-Reason              PIC X(4).

      *>   one flag per StuID: "Y" when tonight's file says the
      *>   student owes the library - everyone else with a LIB hold
      *>   has paid up or been forgiven
       01  WS-Owes-Flags.
           02  WS-Owes-Flag            PIC X       VALUE "N"
                                        OCCURS 100000 TIMES.
       01  WS-Flag-Sub                 PIC 9(6).

       01  WS-Rows-Read                PIC 9(5)    VALUE ZERO.
       01  WS-Owing-Count              PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Placed             PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Released           PIC 9(5)    VALUE ZERO.
       01  WS-Already-Held             PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Amount-Edited            PIC Z,ZZZ,ZZ9.99.

       01  WS-Lib-Detail.
           02  LBD-StuID               PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  LBD-Surname             PIC X(16).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LBD-Name                PIC X(12).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  LBD-Action              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====LIBRARY FINES HOLD INTERFACE====".
      *>   this program runs once per CALL from the batch driver or
      *>   the menu - reset the switches, flags and counters so a
      *>   rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Rows-Read.
            MOVE ZERO TO WS-Owing-Count.
            MOVE ZERO TO WS-Rejected-Count.
            MOVE ZERO TO WS-Holds-Placed.
            MOVE ZERO TO WS-Holds-Released.
            MOVE ZERO TO WS-Already-Held.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
      *>   no file from the library is not the same as nobody
      *>   owing - without it every LIB hold stays exactly as it is
            OPEN INPUT LibFinesFile.
            IF FS-Fines-File-Missing
                DISPLAY "  no libfines.csv from the library - LIB "
                        "holds left as they stand."
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            IF NOT FS-Fines-OK
                DISPLAY "  *** unable to open libfines.csv, status "
                        WS-Fines-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-LIBRARY-FILES.
            IF RETURN-CODE NOT = 0
                CLOSE LibFinesFile
                GOBACK
            END-IF.
            MOVE WS-Operator-ID TO WS-Caller-Operator-ID.
            MOVE "LIBRARY"      TO WS-Operator-ID.
            PERFORM CLEAR-ONE-FLAG
                VARYING WS-Flag-Sub FROM 1 BY 1
                UNTIL WS-Flag-Sub > 100000.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM READ-ONE-FINE UNTIL EndOfFines.
      *>   an empty file is far likelier a failed extract than a
      *>   library with no fines on its books - releasing every
      *>   LIB hold on the strength of it waits for a file with rows
            IF WS-Rows-Read = ZERO
                DISPLAY "  *** libfines.csv is empty - no LIB hold "
                        "released ***"
                MOVE 4 TO RETURN-CODE
            ELSE
                PERFORM RELEASE-PAID-HOLDS
            END-IF.
            PERFORM WRITE-REPORT-TOTALS.
            MOVE WS-Caller-Operator-ID TO WS-Operator-ID.
            CLOSE LibFinesFile.
            CLOSE LibRejectsFile.
            CLOSE StudentsFile.
            CLOSE HoldsFile.
            CLOSE LibReportFile.
            DISPLAY "  " WS-Rows-Read " fine row(s) read, "
                    WS-Owing-Count " student(s) owing, "
                    WS-Rejected-Count " rejected to librejects.csv.".
            DISPLAY "  " WS-Holds-Placed " LIB hold(s) placed, "
                    WS-Holds-Released " released - list in "
                    WS-Report-File-Name.
            IF RETURN-CODE = 0 AND WS-Rejected-Count > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       OPEN-LIBRARY-FILES.
           OPEN OUTPUT LibRejectsFile.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE LibRejectsFile
               EXIT PARAGRAPH
           END-IF.
      *>   the first-ever hold has no holds.dat yet - create it
      *>   empty, then reopen I-O
           OPEN I-O HoldsFile.
           IF FS-Hold-File-Missing
               OPEN OUTPUT HoldsFile
               CLOSE HoldsFile
               OPEN I-O HoldsFile
           END-IF.
           IF NOT FS-Hold-OK
               DISPLAY "  *** unable to open holds.dat, status "
                       WS-Hold-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE LibRejectsFile
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "libholds."    DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.
           OPEN OUTPUT LibReportFile.

       CLEAR-ONE-FLAG.
           MOVE "N" TO WS-Owes-Flag(WS-Flag-Sub).

       READ-ONE-FINE.
           READ LibFinesFile
               AT END
                   SET EndOfFines TO TRUE
               NOT AT END
                   ADD 1 TO WS-Rows-Read
                   PERFORM LOAD-ONE-FINE
           END-READ.

      ******************************************************************
      * One row from the library: a well-formed row for a student on
      * file who owes more than zero is flagged, and gets a LIB hold
      * unless one is already on. A row owing zero is the library
      * saying the student is clear - it simply stays unflagged.
      ******************************************************************
       LOAD-ONE-FINE.
           MOVE SPACES TO WS-CSV-Fields.
           MOVE ZERO   TO WS-StuID-Len.
           UNSTRING WS-Fines-Line DELIMITED BY ","
               INTO WS-CSV-StuID COUNT IN WS-StuID-Len,
                    WS-CSV-Amount
           END-UNSTRING.
      *>   the library system writes the StuID unpadded, so "17"
      *>   arrives left-justified in the five-wide column - NUMVAL
      *>   reads it either way
           PERFORM CHECK-CSV-STUID.
           IF StuID-Valid
               COMPUTE WS-CSV-StuID-N =
                   FUNCTION NUMVAL(WS-CSV-StuID)
           ELSE
               MOVE ZERO TO WS-CSV-StuID-N
           END-IF.
           IF WS-CSV-StuID-N = ZERO
               MOVE "WS-CSV-StuID"  TO WS-ErrLog-Field
               MOVE "9006"          TO WS-ErrLog-Reason-Code
               MOVE "missing or invalid StuID in library fines row"
                                    TO WS-ErrLog-Text
               PERFORM REJECT-THIS-ROW
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FINE-AMOUNT.
           IF NOT Amount-Valid
               MOVE "WS-CSV-Amount" TO WS-ErrLog-Field
               MOVE "9042"          TO WS-ErrLog-Reason-Code
               MOVE "missing or invalid amount in library fines row"
                                    TO WS-ErrLog-Text
               PERFORM REJECT-THIS-ROW
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               MOVE "SF-Key"        TO WS-ErrLog-Field
               MOVE "9004"          TO WS-ErrLog-Reason-Code
               MOVE "library fines StuID has no master record"
                                    TO WS-ErrLog-Text
               PERFORM REJECT-THIS-ROW
               EXIT PARAGRAPH
           END-IF.
           IF WS-Fine-Amount = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Flag-Sub = WS-CSV-StuID-N + 1.
      *>   a student on the file twice owes once - one hold
           IF WS-Owes-Flag(WS-Flag-Sub) = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-Owes-Flag(WS-Flag-Sub).
           ADD 1 TO WS-Owing-Count.
           MOVE WS-CSV-StuID-N TO WS-Hold-Maint-StuID.
           MOVE "LIB"          TO WS-Hold-Maint-Code.
           PERFORM FIND-ACTIVE-HOLD-CODE.
           IF Hold-Code-Active
               ADD 1 TO WS-Already-Held
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-STUDENT-HOLD.
           IF Hold-Maint-Ok
               ADD 1 TO WS-Holds-Placed
               MOVE WS-Fine-Amount TO WS-Amount-Edited
               MOVE SPACES TO LBD-Action
               STRING "PLACED " WS-Amount-Edited
                   DELIMITED BY SIZE INTO LBD-Action
               END-STRING
           ELSE
               MOVE "HOLD NOT PLACED" TO LBD-Action
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-HOLD-LINE.

       CHECK-CSV-STUID.
      *>   up to five digits, blanks either side allowed - a longer
      *>   value would be cut down to some other student's StuID
           MOVE "N"  TO WS-StuID-Valid-SW.
           MOVE ZERO TO WS-StuID-Lead.
           IF WS-StuID-Len = ZERO OR WS-StuID-Len > 5
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-CSV-StuID TALLYING WS-StuID-Lead
               FOR LEADING SPACES.
           IF WS-StuID-Lead >= WS-StuID-Len
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-StuID-Digits-Len = WS-StuID-Len - WS-StuID-Lead.
           PERFORM DROP-STUID-TRAILING-SPACE
               UNTIL WS-CSV-StuID(WS-StuID-Lead + WS-StuID-Digits-Len:1)
                     NOT = SPACE.
           IF WS-CSV-StuID(WS-StuID-Lead + 1:WS-StuID-Digits-Len)
              NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           SET StuID-Valid TO TRUE.

       DROP-STUID-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-StuID-Digits-Len.

       CHECK-FINE-AMOUNT.
      *>   dollars, optionally a point and one or two cents digits -
      *>   anything else is a row the library has to resend
           MOVE "N"    TO WS-Amount-Valid-SW.
           MOVE ZERO   TO WS-Fine-Amount.
           MOVE SPACES TO WS-Amount-Dollars.
           MOVE SPACES TO WS-Amount-Cents.
           MOVE ZERO   TO WS-Dollars-Len.
           MOVE ZERO   TO WS-Cents-Len.
           UNSTRING WS-CSV-Amount DELIMITED BY "." OR SPACE
               INTO WS-Amount-Dollars COUNT IN WS-Dollars-Len
                    WS-Amount-Cents   COUNT IN WS-Cents-Len
           END-UNSTRING.
           IF WS-Dollars-Len = ZERO OR WS-Dollars-Len > 7
               EXIT PARAGRAPH
           END-IF.
           IF WS-Amount-Dollars(1:WS-Dollars-Len) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-Cents-Len > 2
               EXIT PARAGRAPH
           END-IF.
           IF WS-Cents-Len > ZERO
               IF WS-Amount-Cents(1:WS-Cents-Len) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-Fine-Amount = FUNCTION NUMVAL(WS-CSV-Amount).
           SET Amount-Valid TO TRUE.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-CSV-StuID-N TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       REJECT-THIS-ROW.
           MOVE "MD-BASICS-LIB-HOLDS" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.
           ADD 1 TO WS-Rejected-Count.
           MOVE WS-Fines-Line         TO REJ-Row.
           MOVE WS-ErrLog-Reason-Code TO REJ-Reason.
           WRITE LibRejectRecord FROM WS-Reject-Line.

      ******************************************************************
      * Every student on file not flagged tonight has paid or been
      * forgiven - any LIB hold they carry comes off, whoever placed
      * it.
      ******************************************************************
       RELEASE-PAID-HOLDS.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Master-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM RELEASE-ONE-STUDENT UNTIL Scan-Done.

       RELEASE-ONE-STUDENT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Master-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       COMPUTE WS-Flag-Sub = WS-Student-id + 1
                       IF WS-Owes-Flag(WS-Flag-Sub) NOT = "Y"
                           PERFORM RELEASE-LIB-HOLD
                       END-IF
                   END-IF
           END-READ.

       RELEASE-LIB-HOLD.
           MOVE WS-Student-id TO WS-Hold-Maint-StuID.
           MOVE "LIB"         TO WS-Hold-Maint-Code.
           PERFORM RELEASE-HOLDS-BY-CODE.
           IF WS-Hold-Released-Count > ZERO
               ADD WS-Hold-Released-Count TO WS-Holds-Released
               MOVE "RELEASED - PAID" TO LBD-Action
               PERFORM WRITE-HOLD-LINE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LibReportLine.
           STRING "==== LIBRARY FINES - LIB HOLDS PLACED AND RELEASED "
                  "- RUN " WS-Today " ===="
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE SPACES TO LibReportLine.
           WRITE LibReportLine.
           MOVE "STUID  SURNAME          NAME          ACTION"
               TO LibReportLine.
           WRITE LibReportLine.

       WRITE-HOLD-LINE.
           MOVE WS-Student-id      TO LBD-StuID.
           MOVE WS-Student-surname TO LBD-Surname.
           MOVE WS-Student-name    TO LBD-Name.
           WRITE LibReportLine FROM WS-Lib-Detail.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LibReportLine.
           WRITE LibReportLine.
           MOVE WS-Rows-Read TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "FINE ROWS READ            " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE WS-Rejected-Count TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "ROWS REJECTED             " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE WS-Owing-Count TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "STUDENTS OWING            " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE WS-Already-Held TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "LIB HOLD ALREADY ON       " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE WS-Holds-Placed TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "LIB HOLDS PLACED          " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.
           MOVE WS-Holds-Released TO WS-Count-Edited.
           MOVE SPACES TO LibReportLine.
           STRING "LIB HOLDS RELEASED        " WS-Count-Edited
               DELIMITED BY SIZE INTO LibReportLine
           END-STRING.
           WRITE LibReportLine.

       COPY HOLDMNT-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-lib-holds.
