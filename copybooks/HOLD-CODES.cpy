      * WORKING-STORAGE of any program that places or checks holds.
      * The financial balance test in the enrollment path is the
      * automatic face of FIN; the bursar can also place FIN by hand.
      * SAP is the aid office's satisfactory-academic-progress hold:
      * it stops financial aid disbursement and nothing else.
      * LIB is placed and released by the library's nightly fines
      * interface, stamped "LIBRARY" as the operator either way.
      ******************************************************************
       01  HoldCodes-Values.
           02  FILLER              PIC X(4)    VALUE "DIS ".
           02  FILLER              PIC X(20)   VALUE "DISCIPLINARY".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X(4)    VALUE "FIN ".
           02  FILLER              PIC X(20)   VALUE "FINANCIAL".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X(4)    VALUE "IMM ".
           02  FILLER              PIC X(20)   VALUE "IMMUNIZATION".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X(4)    VALUE "LIB ".
           02  FILLER              PIC X(20)   VALUE "LIBRARY FINES".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X       VALUE "Y".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X(4)    VALUE "SAP ".
           02  FILLER              PIC X(20)
                                       VALUE "ACADEMIC PROGRESS".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X       VALUE "N".
           02  FILLER              PIC X       VALUE "Y".

       01  HoldCodes-Table REDEFINES HoldCodes-Values.
           02  HoldCodes-Entry OCCURS 5 TIMES
                       ASCENDING KEY IS HC-Code
                       INDEXED BY HC-Idx.
               03  HC-Code             PIC X(4).
                   88  HC-Blocks-Registration      VALUE "Y".
               03  HC-Blocks-Trn       PIC X.
                   88  HC-Blocks-Transcript        VALUE "Y".
               03  HC-Blocks-Aid       PIC X.
                   88  HC-Blocks-Aid-Disbursement  VALUE "Y".
