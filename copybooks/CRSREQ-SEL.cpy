      ******************************************************************
      * Shared course-request file SELECT. COPY into FILE-CONTROL of
      * any program that keys, lists or allocates preregistration
      * course requests.
      ******************************************************************
           SELECT  CourseRequestFile ASSIGN TO "crsreq.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-Key
                   FILE STATUS IS WS-CrsReq-Status.
