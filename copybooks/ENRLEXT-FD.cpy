      ******************************************************************
      * Shared nightly enrollment extract record layouts. COPY into
      * FILE SECTION as the FD for EnrollExtractFile, paired with
      * ENRLEXT-SEL and ENRLEXT-WS. One header row, one detail row per
      * "E" row on students.dat, one trailer row. Detail rows are in
      * term, StuID, course and section order, each already joined to
      * the student's master and profile rows, the catalog section
      * and the term master; a join that found nothing leaves its
      * found-switch "N" and its fields blank.
      *
      * The header carries the size and last-change stamp students.dat
      * had when the extract was taken. A reader trusts the extract
      * only while students.dat still shows the same size and stamp -
      * any later change, by any program, makes it stale.
      ******************************************************************
       FD  EnrollExtractFile.
       01  EnrollExtractRecord.
           02  EX-Record-Type      PIC X.
               88  EX-Header-Row               VALUE "H".
               88  EX-Detail-Row               VALUE "D".
               88  EX-Trailer-Row              VALUE "T".
           02  FILLER              PIC X(339).

       01  EnrollExtractHeader.
           02  EXH-Record-Type     PIC X.
           02  EXH-Run-Date        PIC 9(8).
           02  EXH-Run-Time        PIC 9(8).
           02  EXH-Source-Size     PIC 9(18).
           02  EXH-Source-Date     PIC 9(8).
           02  EXH-Source-Time     PIC 9(8).
           02  EXH-Row-Count       PIC 9(7).
           02  EXH-Student-Count   PIC 9(6).
           02  EXH-No-Master-Count PIC 9(6).
           02  EXH-No-Section-Count PIC 9(6).
           02  FILLER              PIC X(264).

       01  EnrollExtractDetail.
           02  EXD-Record-Type     PIC X.
           02  EXD-Sort-Key.
               03  EXD-Term        PIC X(6).
               03  EXD-StuID       PIC 9(5).
               03  EXD-Course-Code PIC X(6).
               03  EXD-Section     PIC 99.
               03  EXD-Seq         PIC 999.
      *>   from the student's "M" and "P" rows; the privacy block is
      *>   carried as set, not as of the extract night, so a reader
      *>   tests the effective date against its own run date
           02  EXD-Student-Part.
               03  EXD-Master-SW       PIC X.
                   88  EXD-Master-Found            VALUE "Y".
               03  EXD-Name            PIC A(20).
               03  EXD-Surname         PIC A(20).
               03  EXD-Pref-Name       PIC X(15).
               03  EXD-Dob             PIC 9(8).
               03  EXD-Gender          PIC X.
               03  EXD-Address         PIC X(30).
               03  EXD-Phone           PIC X(12).
               03  EXD-Status          PIC X.
               03  EXD-Major           PIC X(6).
               03  EXD-Admit-Term      PIC X(6).
               03  EXD-Privacy-Block   PIC X.
               03  EXD-Privacy-Eff-Date PIC 9(8).
      *>   from the catalog section the seat is in
           02  EXD-Section-Part.
               03  EXD-Section-SW      PIC X.
                   88  EXD-Section-Found           VALUE "Y".
               03  EXD-Sec-Credit-Hours PIC 9V9.
               03  EXD-Sec-Cap         PIC 999.
               03  EXD-Meet-Days       PIC X(5).
               03  EXD-Meet-Start      PIC 9(4).
               03  EXD-Meet-End        PIC 9(4).
               03  EXD-Instructor-ID   PIC X(5).
               03  EXD-Room            PIC X(6).
      *>   from the term master
           02  EXD-Term-Part.
               03  EXD-Term-SW         PIC X.
                   88  EXD-Term-Found              VALUE "Y".
               03  EXD-Term-Start      PIC 9(8).
               03  EXD-Term-End        PIC 9(8).
               03  EXD-Term-Status     PIC X.
               03  EXD-Census-Date     PIC 9(8).
      *>   the "E" row exactly as it stands on students.dat, so a
      *>   reader can hand it to its own enrollment-row logic
           02  EXD-Enrollment-Image PIC X(128).
           02  FILLER              PIC X(4).

       01  EnrollExtractTrailer.
           02  EXT-Record-Type     PIC X.
           02  EXT-Row-Count       PIC 9(7).
           02  FILLER              PIC X(332).
