      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Letters for late fees (LATE) and monthly finance
      *             charges (FINC).
      * 2026-10-15  Letter for a returned payment (NSFR).
      * 2026-10-15  Letter for a complete withdrawal from a term (WDRL).
      * 2026-10-15  Letter for a cancelled section (SCAN), naming the
      *             open sections of the same course.
      * 2026-10-15  Letter for a posted grade changed by the registrar
      *             (GRCH).
      * 2026-10-15  Letter reminding a student of a missing immunization
      *             before the health office deadline (IMMR).
      * 2026-10-15  Students who chose email get their letters in the
      *             outbound email batch (email.out) instead of
      *             letters.prt.
      * 2026-10-15  Letter asking for a new email address after a
      *             bounce-back (EMLB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-letters-run.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Letters-Status.
       COPY NOTICE-SEL.
       COPY EMAIL-SEL.

       DATA DIVISION.
       FILE SECTION.
       01  LetterLine                  PIC X(80).

       COPY NOTICE-FD.
       COPY EMAIL-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY NOTICE-WS.
       COPY EMAIL-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Letters-Status           PIC XX      VALUE SPACES.
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Produced-Count.
            MOVE ZERO TO WS-Emailed-Count.
            OPEN I-O NoticesFile.
            IF FS-Notice-File-Missing
                DISPLAY "  no notices queued - nothing to produce."
            IF NOT FS-Letters-OK
                OPEN OUTPUT LettersFile
            END-IF.
            OPEN EXTEND EmailFile.
            IF NOT FS-Email-OK
                OPEN OUTPUT EmailFile
            END-IF.
            MOVE LOW-VALUES TO NT-Serial.
            START NoticesFile KEY IS NOT LESS THAN NT-Serial
                INVALID KEY
            END-START.
            PERFORM READ-NOTICES-LOOP UNTIL EndOfNotices.
            CLOSE LettersFile.
            CLOSE EmailFile.
            CLOSE StudentsFile.
            CLOSE NoticesFile.
            DISPLAY "  " WS-Produced-Count " letter(s) produced, "
                    WS-Emailed-Count " of them emailed to email.out "
                    "and the rest written to letters.prt".
            GOBACK.

       READ-NOTICES-LOOP.
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM MERGE-LETTER-BODY
               MOVE NT-StuID TO WS-Email-StuID
               PERFORM CHECK-EMAIL-DELIVERY
               IF Deliver-By-Email
                   MOVE SPACES TO WS-Email-Subject
                   STRING "NOTICE " NT-Serial " FROM THE REGISTRAR"
                       DELIMITED BY SIZE INTO WS-Email-Subject
                   END-STRING
                   PERFORM START-EMAIL-MESSAGE
                   PERFORM WRITE-LETTER
                   PERFORM END-EMAIL-MESSAGE
               ELSE
                   PERFORM WRITE-LETTER
               END-IF
               ADD 1 TO WS-Produced-Count
           END-IF.
           MOVE "Y" TO NT-Produced-SW.
                   END-STRING
                   MOVE "CONTACT THE REGISTRAR TO RESOLVE IT."
                       TO WS-Body-Line-2
               WHEN "LATE"
                   STRING "A LATE FEE OF " NT-Subst-1 " HAS BEEN "
                          "CHARGED FOR TERM " NT-Subst-2 "."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   MOVE "PAY THE PAST-DUE BALANCE TO AVOID MORE FEES."
                       TO WS-Body-Line-2
               WHEN "FINC"
                   STRING "A FINANCE CHARGE OF " NT-Subst-1 " HAS "
                          "BEEN ASSESSED FOR " NT-Subst-2 "."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   MOVE "IT APPLIES TO BALANCES OVER 60 DAYS PAST DUE."
                       TO WS-Body-Line-2
               WHEN "NSFR"
                   STRING "YOUR PAYMENT " NT-Subst-2 " OF "
                          NT-Subst-1 " WAS RETURNED BY THE BANK."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   MOVE "THE AMOUNT AND A RETURNED-CHECK FEE ARE DUE."
                       TO WS-Body-Line-2
               WHEN "WDRL"
                   STRING "YOU HAVE BEEN WITHDRAWN FROM ALL COURSES "
                          "FOR " NT-Subst-1 "."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   STRING "TUITION REFUND CREDITED: " NT-Subst-2
                       DELIMITED BY SIZE INTO WS-Body-Line-2
                   END-STRING
               WHEN "SCAN"
                   STRING "SECTION " NT-Subst-1 " WAS CANCELLED; ANY "
                          "TUITION AND FEES ARE REFUNDED."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   STRING "OPEN SECTIONS OF THE SAME COURSE: "
                          NT-Subst-2
                       DELIMITED BY SIZE INTO WS-Body-Line-2
                   END-STRING
               WHEN "GRCH"
                   STRING "YOUR GRADE IN " NT-Subst-1 " HAS BEEN "
                          "CHANGED BY THE REGISTRAR."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   STRING "TERM AND NEW GRADE: " NT-Subst-2
                       DELIMITED BY SIZE INTO WS-Body-Line-2
                   END-STRING
               WHEN "IMMR"
                   STRING "YOUR IMMUNIZATION RECORD IS INCOMPLETE - "
                          "STILL NEEDED: " NT-Subst-1
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   STRING "TO AVOID A REGISTRATION HOLD, SEND RECORDS "
                          "BY " NT-Subst-2
                       DELIMITED BY SIZE INTO WS-Body-Line-2
                   END-STRING
               WHEN "EMLB"
                   STRING "EMAIL TO YOUR ADDRESS ON FILE CAME BACK "
                          "UNDELIVERED ON " NT-Subst-1 "."
                       DELIMITED BY SIZE INTO WS-Body-Line-1
                   END-STRING
                   STRING "GIVE THE REGISTRAR A NEW EMAIL ADDRESS - "
                          "PAPER MAIL UNTIL THEN."
                       DELIMITED BY SIZE INTO WS-Body-Line-2
                   END-STRING
               WHEN OTHER
                   STRING "NOTICE CODE " NT-Code " REGARDING "
                          NT-Subst-1 " " NT-Subst-2

       WRITE-LETTER.
           MOVE SPACES TO LetterLine.
           PERFORM PUT-LETTER-LINE.
           MOVE "===================================================="
               TO LetterLine.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LetterLine.
           STRING "TO: " WS-Student-name " " WS-Student-surname
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LetterLine.
           STRING "    " WS-Student-address
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO LetterLine.
           STRING "NOTICE " NT-Serial "  DATED " NT-Queued-Date
               DELIMITED BY SIZE INTO LetterLine
           END-STRING.
           PERFORM PUT-LETTER-LINE.
           MOVE WS-Body-Line-1 TO LetterLine.
           PERFORM PUT-LETTER-LINE.
           IF WS-Body-Line-2 NOT = SPACES
               MOVE WS-Body-Line-2 TO LetterLine
               PERFORM PUT-LETTER-LINE
           END-IF.

       PUT-LETTER-LINE.
      *>   the same lines, substitutions and all, go either to the
      *>   print file or into the student's email
           IF Deliver-By-Email
               MOVE LetterLine TO WS-Email-Text
               PERFORM WRITE-EMAIL-LINE
           ELSE
               WRITE LetterLine
           END-IF.

       COPY EMAIL-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-letters-run.
