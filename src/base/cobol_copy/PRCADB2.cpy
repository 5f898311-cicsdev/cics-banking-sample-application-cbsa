      * before purging it from the live table, so INQTRAN can page
      * seamlessly past the retention horizon instead of going
      * blank - the sequential archive extract PROCARCH also writes
      * stays as the offline copy. Nothing ever deletes a PROCARCT
      * row from the application side, and the only update is
      * ANONRUN overwriting the name and birth date in a customer
      * create or delete description once the retention period
      * for that customer has run out.
      ******************************************************************
           EXEC SQL DECLARE PROCARCT TABLE
              (
