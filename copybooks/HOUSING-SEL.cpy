      ******************************************************************
      * Shared housing assignment file SELECT. COPY into FILE-CONTROL
      * of any program that assigns, bills or reports on student
      * housing.
      ******************************************************************
           SELECT  HousingFile ASSIGN TO "housing.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HA-Key
                   FILE STATUS IS WS-Housing-Status.
