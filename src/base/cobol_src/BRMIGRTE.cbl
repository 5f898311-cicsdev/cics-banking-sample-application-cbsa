           EXEC SQL INCLUDE DSPTDB2 END-EXEC.
           EXEC SQL INCLUDE ATHRDB2 END-EXEC.
           EXEC SQL INCLUDE DRWRDB2 END-EXEC.
           EXEC SQL INCLUDE FXDDB2 END-EXEC.
           EXEC SQL INCLUDE REFRDB2 END-EXEC.
           EXEC SQL INCLUDE OFRDB2 END-EXEC.
           EXEC SQL INCLUDE TAXDB2 END-EXEC.
           EXEC SQL INCLUDE POOLDB2 END-EXEC.
           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE RDRSDB2 END-EXEC.
           EXEC SQL INCLUDE REDIRDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'DRAWERCCY' TO WS-TABLE-NAME.
           EXEC SQL UPDATE DRAWERCCY
              SET DRAWERCCY_SORTCODE = :HV-TARGET-SORTCODE
              WHERE DRAWERCCY_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'FXDEAL' TO WS-TABLE-NAME.
           EXEC SQL UPDATE FXDEAL
              SET FXDEAL_SORTCODE = :HV-TARGET-SORTCODE
              WHERE FXDEAL_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'REFERRAL' TO WS-TABLE-NAME.
           EXEC SQL UPDATE REFERRAL
              SET REFERRAL_SORTCODE = :HV-TARGET-SORTCODE
              WHERE REFERRAL_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'REFAUDIT' TO WS-TABLE-NAME.
           EXEC SQL UPDATE REFAUDIT
              SET REFAUDIT_SORTCODE = :HV-TARGET-SORTCODE
              WHERE REFAUDIT_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'OFFER' TO WS-TABLE-NAME.
           EXEC SQL UPDATE OFFER
              SET OFFER_SORTCODE = :HV-TARGET-SORTCODE
              WHERE TAXWH_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'NPOOL' TO WS-TABLE-NAME.
           EXEC SQL UPDATE NPOOL
              SET NPOOL_SORTCODE = :HV-TARGET-SORTCODE
              WHERE NPOOL_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'NPOOLMBR' TO WS-TABLE-NAME.
           EXEC SQL UPDATE NPOOLMBR
              SET NPOOLMBR_SORTCODE = :HV-TARGET-SORTCODE
              WHERE NPOOLMBR_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'RATEOVR' TO WS-TABLE-NAME.
           EXEC SQL UPDATE RATEOVR
              SET RATEOVR_SORTCODE = :HV-TARGET-SORTCODE
              WHERE RATEOVR_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'RDRCAMP' TO WS-TABLE-NAME.
           EXEC SQL UPDATE RDRCAMP
              SET RDRCAMP_SORTCODE = :HV-TARGET-SORTCODE
              WHERE RDRCAMP_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.

           MOVE 'RDRITEM' TO WS-TABLE-NAME.
           EXEC SQL UPDATE RDRITEM
              SET RDRITEM_SORTCODE = :HV-TARGET-SORTCODE
              WHERE RDRITEM_SORTCODE = :HV-SOURCE-SORTCODE
           END-EXEC.
           PERFORM REPORT-ONE-TABLE.
       MDT999.
           EXIT.

