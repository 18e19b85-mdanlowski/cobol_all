      ******************************************************************
      * Shared directory-privacy paragraphs for a program that browses
      * or passes StudentsFile sequentially. COPY into the PROCEDURE
      * DIVISION of any such program that also COPYs STUDENT and
      * PRIVACY-WS. LOAD-PRIVACY-BLOCKS runs once, straight after the
      * OPEN: it STARTs on the "P" rows, fills WS-Privacy-Flag with
      * every block in effect today, then STARTs back to the top of
      * the file so the caller's own pass begins from the first
      * record. A program reading the nightly enrollment extract
      * instead PERFORMs CLEAR-EXTRACT-PRIVACY once, then sets
      * WS-Privacy-Flag itself from each block the extract carries
      * that is in effect by WS-Privacy-Today. TEST-PRIVACY-FLAG then
      * answers Privacy-Blocked for WS-Privacy-StuID without another
      * read.
      ******************************************************************
       LOAD-PRIVACY-BLOCKS.
           ACCEPT WS-Privacy-Today FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-Privacy-Withheld.
           PERFORM CLEAR-ONE-PRIVACY-FLAG
               VARYING WS-Privacy-Sub FROM 1 BY 1
               UNTIL WS-Privacy-Sub > 100000.
           MOVE "N" TO WS-Privacy-Scan-SW.
           SET SF-Profile-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Privacy-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Privacy-Scan-Done
               READ StudentsFile NEXT RECORD
                   AT END
                       SET Privacy-Scan-Done TO TRUE
                   NOT AT END
                       IF PF-Is-Profile-Record
                           IF PF-Directory-Blocked
                              AND PF-Privacy-Eff-Date
                                  NOT > WS-Privacy-Today
                               COMPUTE WS-Privacy-Sub = PF-StuID + 1
                               MOVE "Y" TO
                                   WS-Privacy-Flag(WS-Privacy-Sub)
                           END-IF
                       ELSE
                           SET Privacy-Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE LOW-VALUES TO SF-Key.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   CONTINUE
           END-START.

       CLEAR-EXTRACT-PRIVACY.
      *>   the extract carries each block as set; whether it is in
      *>   effect is decided against today, as LOAD-PRIVACY-BLOCKS
      *>   does on the students.dat pass
           ACCEPT WS-Privacy-Today FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-Privacy-Withheld.
           PERFORM CLEAR-ONE-PRIVACY-FLAG
               VARYING WS-Privacy-Sub FROM 1 BY 1
               UNTIL WS-Privacy-Sub > 100000.

       CLEAR-ONE-PRIVACY-FLAG.
           MOVE "N" TO WS-Privacy-Flag(WS-Privacy-Sub).

       TEST-PRIVACY-FLAG.
           MOVE "N" TO WS-Privacy-Block-SW.
           COMPUTE WS-Privacy-Sub = WS-Privacy-StuID + 1.
           IF WS-Privacy-Flag(WS-Privacy-Sub) = "Y"
               SET Privacy-Blocked TO TRUE
           END-IF.
