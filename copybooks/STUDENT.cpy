                   88  SF-Enrollment-Record        VALUE "E".
                   88  SF-Contact-Record           VALUE "C".
                   88  SF-Transfer-Record          VALUE "X".
                   88  SF-Immunization-Record      VALUE "I".
                   88  SF-Profile-Record           VALUE "P".
               03  StuID               PIC 9(5).
               03  SF-Key-Seq          PIC 999     VALUE ZERO.
           02  StuName             PIC A(20).
           02  XD-Credit-Hours     PIC 9V9.
           02  FILLER              PIC X(91).

      * Immunization rows share StudentsFile the same way the other
      * detail rows do: record type "I", the student's own StuID, and
      * IM-Seq numbering each dose or exemption the health office
      * records. A row carries either the date the dose was given or
      * an exemption code, never both - an exempt row's date is zero.
       01  ImmunizationDetailBuffer REDEFINES StudentDetailsBuffer.
           02  IM-Key.
               03  IM-Record-Type      PIC X.
                   88  IM-Is-Immunization-Record     VALUE "I".
               03  IM-StuID            PIC 9(5).
               03  IM-Seq              PIC 999.
           02  IM-Vaccine-Code     PIC X(6).
           02  IM-Date-Given       PIC 9(8).
           02  IM-Exemption-Code   PIC X(2).
               88  IM-Exempt-Medical             VALUE "MD".
               88  IM-Exempt-Religious           VALUE "RL".
           02  IM-Entered-By       PIC X(8).
           02  IM-Entered-Date     PIC 9(8).
           02  FILLER              PIC X(87).

      * Profile rows carry the per-student settings the master row
      * has no room left for: record type "P", the student's own
      * StuID, and PF-Seq always 000 - one row per student, written
      * the first time a setting is recorded. A student with no
      * profile row has every setting at its default.
       01  ProfileDetailBuffer REDEFINES StudentDetailsBuffer.
           02  PF-Key.
               03  PF-Record-Type      PIC X.
                   88  PF-Is-Profile-Record          VALUE "P".
               03  PF-StuID            PIC 9(5).
               03  PF-Seq              PIC 999.
      *>   the FERPA directory-information block: "Y" withholds the
      *>   student's directory information from every public-facing
      *>   output from PF-Privacy-Eff-Date onward
           02  PF-Privacy-Block    PIC X.
               88  PF-Directory-Blocked          VALUE "Y".
           02  PF-Privacy-Eff-Date PIC 9(8).
           02  PF-Privacy-Set-By   PIC X(8).
      *>   where letters, statements and tax summaries go: "E" sends
      *>   them to PF-Email, anything else (including a blank on a
      *>   row written before the field existed) keeps them on paper.
      *>   A bounce-back flips the student to paper and stamps the
      *>   date it came back
           02  PF-Email            PIC X(50).
           02  PF-Delivery-Pref    PIC X.
               88  PF-Deliver-Email              VALUE "E".
               88  PF-Deliver-Paper              VALUE "P", SPACE.
           02  PF-Email-Bounce-Date PIC 9(8).
           02  FILLER              PIC X(43).

      * Trailer/control record: one per file, keyed on record type "T"
      * and StuID 00 (never assigned to a real student, since intake
      * numbers students starting at 01), holding the total
