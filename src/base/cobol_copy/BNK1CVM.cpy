      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Symbolic map for BNK1CVW, the customer overview screen.
      * IDLIN1 thru IDLIN3 carry the customer's identity and contact
      * details, PRLIN1 thru PRLN10 one account each with what is
      * held on it, WRNLN1 and WRNLN2 the active warnings and PFKEYS
      * the screens the teller can go to from here; MESSAGEO carries
      * status and instructions.
      ******************************************************************
       01  BNK1CVI.
           02  FILLER PIC X(12).
           02  CUSTNOL    COMP  PIC  S9(4).
           02  CUSTNOF    PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  CUSTNOI  PIC 9(10).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESSAGEI  PIC X(79).
           02  IDLIN1L    COMP  PIC  S9(4).
           02  IDLIN1F    PICTURE X.
           02  FILLER REDEFINES IDLIN1F.
             03 IDLIN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDLIN1I  PIC X(79).
           02  IDLIN2L    COMP  PIC  S9(4).
           02  IDLIN2F    PICTURE X.
           02  FILLER REDEFINES IDLIN2F.
             03 IDLIN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDLIN2I  PIC X(79).
           02  IDLIN3L    COMP  PIC  S9(4).
           02  IDLIN3F    PICTURE X.
           02  FILLER REDEFINES IDLIN3F.
             03 IDLIN3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  IDLIN3I  PIC X(79).
           02  PRLIN1L    COMP  PIC  S9(4).
           02  PRLIN1F    PICTURE X.
           02  FILLER REDEFINES PRLIN1F.
             03 PRLIN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN1I  PIC X(79).
           02  PRLIN2L    COMP  PIC  S9(4).
           02  PRLIN2F    PICTURE X.
           02  FILLER REDEFINES PRLIN2F.
             03 PRLIN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN2I  PIC X(79).
           02  PRLIN3L    COMP  PIC  S9(4).
           02  PRLIN3F    PICTURE X.
           02  FILLER REDEFINES PRLIN3F.
             03 PRLIN3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN3I  PIC X(79).
           02  PRLIN4L    COMP  PIC  S9(4).
           02  PRLIN4F    PICTURE X.
           02  FILLER REDEFINES PRLIN4F.
             03 PRLIN4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN4I  PIC X(79).
           02  PRLIN5L    COMP  PIC  S9(4).
           02  PRLIN5F    PICTURE X.
           02  FILLER REDEFINES PRLIN5F.
             03 PRLIN5A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN5I  PIC X(79).
           02  PRLIN6L    COMP  PIC  S9(4).
           02  PRLIN6F    PICTURE X.
           02  FILLER REDEFINES PRLIN6F.
             03 PRLIN6A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN6I  PIC X(79).
           02  PRLIN7L    COMP  PIC  S9(4).
           02  PRLIN7F    PICTURE X.
           02  FILLER REDEFINES PRLIN7F.
             03 PRLIN7A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN7I  PIC X(79).
           02  PRLIN8L    COMP  PIC  S9(4).
           02  PRLIN8F    PICTURE X.
           02  FILLER REDEFINES PRLIN8F.
             03 PRLIN8A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN8I  PIC X(79).
           02  PRLIN9L    COMP  PIC  S9(4).
           02  PRLIN9F    PICTURE X.
           02  FILLER REDEFINES PRLIN9F.
             03 PRLIN9A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLIN9I  PIC X(79).
           02  PRLN10L    COMP  PIC  S9(4).
           02  PRLN10F    PICTURE X.
           02  FILLER REDEFINES PRLN10F.
             03 PRLN10A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PRLN10I  PIC X(79).
           02  WRNLN1L    COMP  PIC  S9(4).
           02  WRNLN1F    PICTURE X.
           02  FILLER REDEFINES WRNLN1F.
             03 WRNLN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  WRNLN1I  PIC X(79).
           02  WRNLN2L    COMP  PIC  S9(4).
           02  WRNLN2F    PICTURE X.
           02  FILLER REDEFINES WRNLN2F.
             03 WRNLN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  WRNLN2I  PIC X(79).
           02  PFKEYSL    COMP  PIC  S9(4).
           02  PFKEYSF    PICTURE X.
           02  FILLER REDEFINES PFKEYSF.
             03 PFKEYSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PFKEYSI  PIC X(79).
       01  BNK1CVO REDEFINES BNK1CVI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CUSTNOC    PICTURE X.
           02  CUSTNOP    PICTURE X.
           02  CUSTNOH    PICTURE X.
           02  CUSTNOV    PICTURE X.
           02  CUSTNOU    PICTURE X.
           02  CUSTNOM    PICTURE X.
           02  CUSTNOO  PIC 9(10).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEP    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEV    PICTURE X.
           02  MESSAGEU    PICTURE X.
           02  MESSAGEM    PICTURE X.
           02  MESSAGEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  IDLIN1C    PICTURE X.
           02  IDLIN1P    PICTURE X.
           02  IDLIN1H    PICTURE X.
           02  IDLIN1V    PICTURE X.
           02  IDLIN1U    PICTURE X.
           02  IDLIN1M    PICTURE X.
           02  IDLIN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  IDLIN2C    PICTURE X.
           02  IDLIN2P    PICTURE X.
           02  IDLIN2H    PICTURE X.
           02  IDLIN2V    PICTURE X.
           02  IDLIN2U    PICTURE X.
           02  IDLIN2M    PICTURE X.
           02  IDLIN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  IDLIN3C    PICTURE X.
           02  IDLIN3P    PICTURE X.
           02  IDLIN3H    PICTURE X.
           02  IDLIN3V    PICTURE X.
           02  IDLIN3U    PICTURE X.
           02  IDLIN3M    PICTURE X.
           02  IDLIN3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN1C    PICTURE X.
           02  PRLIN1P    PICTURE X.
           02  PRLIN1H    PICTURE X.
           02  PRLIN1V    PICTURE X.
           02  PRLIN1U    PICTURE X.
           02  PRLIN1M    PICTURE X.
           02  PRLIN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN2C    PICTURE X.
           02  PRLIN2P    PICTURE X.
           02  PRLIN2H    PICTURE X.
           02  PRLIN2V    PICTURE X.
           02  PRLIN2U    PICTURE X.
           02  PRLIN2M    PICTURE X.
           02  PRLIN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN3C    PICTURE X.
           02  PRLIN3P    PICTURE X.
           02  PRLIN3H    PICTURE X.
           02  PRLIN3V    PICTURE X.
           02  PRLIN3U    PICTURE X.
           02  PRLIN3M    PICTURE X.
           02  PRLIN3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN4C    PICTURE X.
           02  PRLIN4P    PICTURE X.
           02  PRLIN4H    PICTURE X.
           02  PRLIN4V    PICTURE X.
           02  PRLIN4U    PICTURE X.
           02  PRLIN4M    PICTURE X.
           02  PRLIN4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN5C    PICTURE X.
           02  PRLIN5P    PICTURE X.
           02  PRLIN5H    PICTURE X.
           02  PRLIN5V    PICTURE X.
           02  PRLIN5U    PICTURE X.
           02  PRLIN5M    PICTURE X.
           02  PRLIN5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN6C    PICTURE X.
           02  PRLIN6P    PICTURE X.
           02  PRLIN6H    PICTURE X.
           02  PRLIN6V    PICTURE X.
           02  PRLIN6U    PICTURE X.
           02  PRLIN6M    PICTURE X.
           02  PRLIN6O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN7C    PICTURE X.
           02  PRLIN7P    PICTURE X.
           02  PRLIN7H    PICTURE X.
           02  PRLIN7V    PICTURE X.
           02  PRLIN7U    PICTURE X.
           02  PRLIN7M    PICTURE X.
           02  PRLIN7O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN8C    PICTURE X.
           02  PRLIN8P    PICTURE X.
           02  PRLIN8H    PICTURE X.
           02  PRLIN8V    PICTURE X.
           02  PRLIN8U    PICTURE X.
           02  PRLIN8M    PICTURE X.
           02  PRLIN8O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLIN9C    PICTURE X.
           02  PRLIN9P    PICTURE X.
           02  PRLIN9H    PICTURE X.
           02  PRLIN9V    PICTURE X.
           02  PRLIN9U    PICTURE X.
           02  PRLIN9M    PICTURE X.
           02  PRLIN9O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PRLN10C    PICTURE X.
           02  PRLN10P    PICTURE X.
           02  PRLN10H    PICTURE X.
           02  PRLN10V    PICTURE X.
           02  PRLN10U    PICTURE X.
           02  PRLN10M    PICTURE X.
           02  PRLN10O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  WRNLN1C    PICTURE X.
           02  WRNLN1P    PICTURE X.
           02  WRNLN1H    PICTURE X.
           02  WRNLN1V    PICTURE X.
           02  WRNLN1U    PICTURE X.
           02  WRNLN1M    PICTURE X.
           02  WRNLN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  WRNLN2C    PICTURE X.
           02  WRNLN2P    PICTURE X.
           02  WRNLN2H    PICTURE X.
           02  WRNLN2V    PICTURE X.
           02  WRNLN2U    PICTURE X.
           02  WRNLN2M    PICTURE X.
           02  WRNLN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PFKEYSC    PICTURE X.
           02  PFKEYSP    PICTURE X.
           02  PFKEYSH    PICTURE X.
           02  PFKEYSV    PICTURE X.
           02  PFKEYSU    PICTURE X.
           02  PFKEYSM    PICTURE X.
           02  PFKEYSO  PIC X(79).
