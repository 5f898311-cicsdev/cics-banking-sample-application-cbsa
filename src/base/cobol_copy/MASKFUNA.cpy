      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Parameter area for MASKFUN, the one place personal data is
      * masked (CALLed - every caller is batch). The caller gives
      * the class of the value and the value; MASKFUN gives back a
      * fake of the same kind. The same value in the same class
      * always gives the same fake, so keys built from masked names,
      * joins between masked tables and duplicate checks behave as
      * they do on the real data. A value that is not blank never
      * comes back unchanged. Blank in gives blank out.
      *
      * MASK-CLASS:
      *   'G' given name          'F' family name
      *   'I' initials            'Y' whole personal name (payee)
      *   'O' organisation name   'R' company registration number
      *   'S' street address      'W' district or town
      *   'P' postcode            'B' date of birth, DDMMYYYY
      *   'N' telephone number    'E' email address
      * MASK-SUCCESS is 'N' only for a class MASKFUN does not know;
      * MASK-VALUE-OUT is then 'MASKED', never the value given.
      ******************************************************************
           03 MASK-CLASS                      PIC X.
           03 MASK-VALUE-IN                   PIC X(60).
           03 MASK-VALUE-OUT                  PIC X(60).
           03 MASK-SUCCESS                    PIC X.
