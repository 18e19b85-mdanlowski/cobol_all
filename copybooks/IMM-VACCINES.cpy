      ******************************************************************
      * Shared immunization requirements: every vaccine code the
      * health office records, its description, and how many dated
      * doses make a student compliant. A zero dose count means the
      * vaccine is recorded when given but never required. COPY into
      * WORKING-STORAGE of any program that keys or checks
      * immunization rows; kept in code order for SEARCH ALL.
      ******************************************************************
       01  ImmVaccines-Values.
           02  FILLER              PIC X(6)    VALUE "FLU   ".
           02  FILLER              PIC X(20)   VALUE "INFLUENZA".
           02  FILLER              PIC 9       VALUE 0.
           02  FILLER              PIC X(6)    VALUE "HEPB  ".
           02  FILLER              PIC X(20)   VALUE "HEPATITIS B".
           02  FILLER              PIC 9       VALUE 3.
           02  FILLER              PIC X(6)    VALUE "MENACW".
           02  FILLER              PIC X(20)
                                       VALUE "MENINGOCOCCAL ACWY".
           02  FILLER              PIC 9       VALUE 1.
           02  FILLER              PIC X(6)    VALUE "MMR   ".
           02  FILLER              PIC X(20)
                                       VALUE "MEASLES/MUMPS/RUB".
           02  FILLER              PIC 9       VALUE 2.
           02  FILLER              PIC X(6)    VALUE "TDAP  ".
           02  FILLER              PIC X(20)
                                       VALUE "TETANUS DIPH PERTUS".
           02  FILLER              PIC 9       VALUE 1.
           02  FILLER              PIC X(6)    VALUE "VARIC ".
           02  FILLER              PIC X(20)   VALUE "VARICELLA".
           02  FILLER              PIC 9       VALUE 2.

       01  ImmVaccines-Table REDEFINES ImmVaccines-Values.
           02  ImmVaccines-Entry OCCURS 6 TIMES
                       ASCENDING KEY IS IV-Code
                       INDEXED BY IV-Idx.
               03  IV-Code             PIC X(6).
               03  IV-Description      PIC X(20).
               03  IV-Doses-Required   PIC 9.
                   88  IV-Not-Required             VALUE 0.
