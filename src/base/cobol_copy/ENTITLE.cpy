      * their own accounts. A record from before the field
      * existed reads back as spaces, treated as no declaration.
           03 ENTITLE-OWN-CUSTNO                 PIC 9(10).
      * Need-to-know: the operator may see a customer's
      * vulnerability indicators (VULNFUN). Never implied by the
      * other flags, and never by the no-record default - it must
      * be granted by name. A record from before the field existed
      * reads back as space, which is no.
           03 ENTITLE-VULNERABLE-SW              PIC X.
              88 ENTITLE-CAN-SEE-VULNERABLE      VALUE 'Y'.
      * Customers declared as the operator's relatives, zero in an
      * unused slot - kept alongside the own customer number so
      * SENSLOG can treat both as sensitive (see SENSDB2). A record
      * from before the field existed reads back as spaces, treated
      * as none declared.
           03 ENTITLE-RELATIVE-CUSTNO OCCURS 3 PIC 9(10).
