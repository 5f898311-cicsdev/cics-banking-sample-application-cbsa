      *              supervisor entitlement. An exception now gets          *
      *              fixed because it is on the queue, not because          *
      *              the right person happened to read the right            *
      *              printout. Every item served shows the owning            *
      *              relationship manager of its customer (CUSTRM) so        *
      *              it can be routed to them, and BROWSE can be             *
      *              narrowed to one RM's customers.                         *
      *                                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE EXCPDB2 END-EXEC.
           EXEC SQL INCLUDE RMDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-EXCPTION-ID                    PIC S9(9) COMP.
       01 HV-EXCP-CLAIMED-BY                PIC X(3).
       01 HV-EXCP-ACTION                    PIC X(60).
       01 HV-EXCP-CLOSED-DATE               PIC X(8).
       01 HV-EXCP-RM-ID                     PIC X(3).

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 HV-FILTER-SEVERITY                PIC X.
       01 HV-FILTER-SOURCE                  PIC X(8).
       01 HV-FILTER-DATE                    PIC X(8).
       01 HV-FILTER-RM                      PIC X(3).
       01 HV-AGED-CUTOFF                    PIC X(8).

       01 WS-TODAY-NUM                      PIC 9(8).
           MOVE EXCPFUN-FILTER-SEVERITY TO HV-FILTER-SEVERITY.
           MOVE EXCPFUN-FILTER-SOURCE TO HV-FILTER-SOURCE.
           MOVE EXCPFUN-FILTER-DATE TO HV-FILTER-DATE.
           MOVE EXCPFUN-FILTER-RM TO HV-FILTER-RM.
           IF HV-FILTER-DATE = '00000000'
              MOVE SPACES TO HV-FILTER-DATE
           END-IF.
                        EXCPTION_SOURCE = :HV-FILTER-SOURCE)
                   AND (:HV-FILTER-DATE = ' ' OR
                        EXCPTION_BUSINESS_DATE = :HV-FILTER-DATE)
                   AND (:HV-FILTER-RM = ' ' OR
                        EXISTS (SELECT 1 FROM CUSTRM
                                WHERE CUSTRM_SORTCODE =
                                         EXCPTION_SORTCODE
                                  AND CUSTRM_CUSTNO = EXCPTION_CUSTNO
                                  AND CUSTRM_RM_ID = :HV-FILTER-RM))
                 ORDER BY EXCPTION_ID
           END-EXEC.

              MOVE HV-EXCP-STATUS TO EXCPFUN-EX-STATUS(WS-ROW-SUB)
              MOVE HV-EXCP-CLAIMED-BY
                 TO EXCPFUN-EX-CLAIMED-BY(WS-ROW-SUB)
              PERFORM FIND-OWNING-RM
           END-IF.
       FOI999.
           EXIT.
           MOVE HV-EXCP-STATUS TO EXCPFUN-EX-STATUS(WS-ROW-SUB).
           MOVE HV-EXCP-CLAIMED-BY
              TO EXCPFUN-EX-CLAIMED-BY(WS-ROW-SUB).
           PERFORM FIND-OWNING-RM.
       FOA999.
           EXIT.

      *----------------------------------------------------------------
      * The relationship manager who owns the item's customer, for
      * routing. An item with no customer, or a customer with no
      * RM, shows blank.
      *----------------------------------------------------------------
       FIND-OWNING-RM SECTION.
       FOR010.
           MOVE SPACES TO EXCPFUN-EX-RM(WS-ROW-SUB).

           IF HV-EXCP-CUSTNO = SPACES
              GO TO FOR999
           END-IF.

           EXEC SQL
              SELECT CUSTRM_RM_ID
              INTO :HV-EXCP-RM-ID
              FROM CUSTRM
              WHERE (CUSTRM_SORTCODE = :HV-EXCP-SORTCODE AND
                     CUSTRM_CUSTNO = :HV-EXCP-CUSTNO)
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-EXCP-RM-ID TO EXCPFUN-EX-RM(WS-ROW-SUB)
           END-IF.
       FOR999.
           EXIT.

       GET-AGEING-THRESHOLD SECTION.
       GAT010.
           INITIALIZE GETCTRL-COMMAREA.
