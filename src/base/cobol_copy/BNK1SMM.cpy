      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Symbolic map for BNK1SMG, the secure message queue screen.
      * SCODE is the branch sort code whose queue is shown, MSGID the
      * message to act on, ACTION what to do with it, TOBRN and NEWCAT
      * the branch and category for a transfer, RPLY1 thru RPLY3 the
      * reply text. QLIN1 thru QLIN8 carry one queued message each,
      * DTLN1 thru DTLN4 the message being worked and its latest
      * reply, and PFKEYS the keys in use; MESSAGEO carries status and
      * instructions.
      ******************************************************************
       01  BNK1SMI.
           02  FILLER PIC X(12).
           02  SCODEL    COMP  PIC  S9(4).
           02  SCODEF    PICTURE X.
           02  FILLER REDEFINES SCODEF.
             03 SCODEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  SCODEI  PIC X(6).
           02  MSGIDL    COMP  PIC  S9(4).
           02  MSGIDF    PICTURE X.
           02  FILLER REDEFINES MSGIDF.
             03 MSGIDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MSGIDI  PIC X(9).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTIONI  PIC X(1).
           02  TOBRNL    COMP  PIC  S9(4).
           02  TOBRNF    PICTURE X.
           02  FILLER REDEFINES TOBRNF.
             03 TOBRNA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TOBRNI  PIC X(5).
           02  NEWCATL    COMP  PIC  S9(4).
           02  NEWCATF    PICTURE X.
           02  FILLER REDEFINES NEWCATF.
             03 NEWCATA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  NEWCATI  PIC X(4).
           02  RPLY1L    COMP  PIC  S9(4).
           02  RPLY1F    PICTURE X.
           02  FILLER REDEFINES RPLY1F.
             03 RPLY1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  RPLY1I  PIC X(70).
           02  RPLY2L    COMP  PIC  S9(4).
           02  RPLY2F    PICTURE X.
           02  FILLER REDEFINES RPLY2F.
             03 RPLY2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  RPLY2I  PIC X(70).
           02  RPLY3L    COMP  PIC  S9(4).
           02  RPLY3F    PICTURE X.
           02  FILLER REDEFINES RPLY3F.
             03 RPLY3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  RPLY3I  PIC X(70).
           02  QLIN1L    COMP  PIC  S9(4).
           02  QLIN1F    PICTURE X.
           02  FILLER REDEFINES QLIN1F.
             03 QLIN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN1I  PIC X(79).
           02  QLIN2L    COMP  PIC  S9(4).
           02  QLIN2F    PICTURE X.
           02  FILLER REDEFINES QLIN2F.
             03 QLIN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN2I  PIC X(79).
           02  QLIN3L    COMP  PIC  S9(4).
           02  QLIN3F    PICTURE X.
           02  FILLER REDEFINES QLIN3F.
             03 QLIN3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN3I  PIC X(79).
           02  QLIN4L    COMP  PIC  S9(4).
           02  QLIN4F    PICTURE X.
           02  FILLER REDEFINES QLIN4F.
             03 QLIN4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN4I  PIC X(79).
           02  QLIN5L    COMP  PIC  S9(4).
           02  QLIN5F    PICTURE X.
           02  FILLER REDEFINES QLIN5F.
             03 QLIN5A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN5I  PIC X(79).
           02  QLIN6L    COMP  PIC  S9(4).
           02  QLIN6F    PICTURE X.
           02  FILLER REDEFINES QLIN6F.
             03 QLIN6A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN6I  PIC X(79).
           02  QLIN7L    COMP  PIC  S9(4).
           02  QLIN7F    PICTURE X.
           02  FILLER REDEFINES QLIN7F.
             03 QLIN7A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN7I  PIC X(79).
           02  QLIN8L    COMP  PIC  S9(4).
           02  QLIN8F    PICTURE X.
           02  FILLER REDEFINES QLIN8F.
             03 QLIN8A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QLIN8I  PIC X(79).
           02  DTLN1L    COMP  PIC  S9(4).
           02  DTLN1F    PICTURE X.
           02  FILLER REDEFINES DTLN1F.
             03 DTLN1A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DTLN1I  PIC X(79).
           02  DTLN2L    COMP  PIC  S9(4).
           02  DTLN2F    PICTURE X.
           02  FILLER REDEFINES DTLN2F.
             03 DTLN2A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DTLN2I  PIC X(79).
           02  DTLN3L    COMP  PIC  S9(4).
           02  DTLN3F    PICTURE X.
           02  FILLER REDEFINES DTLN3F.
             03 DTLN3A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DTLN3I  PIC X(79).
           02  DTLN4L    COMP  PIC  S9(4).
           02  DTLN4F    PICTURE X.
           02  FILLER REDEFINES DTLN4F.
             03 DTLN4A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DTLN4I  PIC X(79).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESSAGEI  PIC X(79).
           02  PFKEYSL    COMP  PIC  S9(4).
           02  PFKEYSF    PICTURE X.
           02  FILLER REDEFINES PFKEYSF.
             03 PFKEYSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PFKEYSI  PIC X(79).
       01  BNK1SMO REDEFINES BNK1SMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  SCODEC    PICTURE X.
           02  SCODEP    PICTURE X.
           02  SCODEH    PICTURE X.
           02  SCODEV    PICTURE X.
           02  SCODEU    PICTURE X.
           02  SCODEM    PICTURE X.
           02  SCODEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MSGIDC    PICTURE X.
           02  MSGIDP    PICTURE X.
           02  MSGIDH    PICTURE X.
           02  MSGIDV    PICTURE X.
           02  MSGIDU    PICTURE X.
           02  MSGIDM    PICTURE X.
           02  MSGIDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONP    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONV    PICTURE X.
           02  ACTIONU    PICTURE X.
           02  ACTIONM    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TOBRNC    PICTURE X.
           02  TOBRNP    PICTURE X.
           02  TOBRNH    PICTURE X.
           02  TOBRNV    PICTURE X.
           02  TOBRNU    PICTURE X.
           02  TOBRNM    PICTURE X.
           02  TOBRNO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NEWCATC    PICTURE X.
           02  NEWCATP    PICTURE X.
           02  NEWCATH    PICTURE X.
           02  NEWCATV    PICTURE X.
           02  NEWCATU    PICTURE X.
           02  NEWCATM    PICTURE X.
           02  NEWCATO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  RPLY1C    PICTURE X.
           02  RPLY1P    PICTURE X.
           02  RPLY1H    PICTURE X.
           02  RPLY1V    PICTURE X.
           02  RPLY1U    PICTURE X.
           02  RPLY1M    PICTURE X.
           02  RPLY1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RPLY2C    PICTURE X.
           02  RPLY2P    PICTURE X.
           02  RPLY2H    PICTURE X.
           02  RPLY2V    PICTURE X.
           02  RPLY2U    PICTURE X.
           02  RPLY2M    PICTURE X.
           02  RPLY2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  RPLY3C    PICTURE X.
           02  RPLY3P    PICTURE X.
           02  RPLY3H    PICTURE X.
           02  RPLY3V    PICTURE X.
           02  RPLY3U    PICTURE X.
           02  RPLY3M    PICTURE X.
           02  RPLY3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  QLIN1C    PICTURE X.
           02  QLIN1P    PICTURE X.
           02  QLIN1H    PICTURE X.
           02  QLIN1V    PICTURE X.
           02  QLIN1U    PICTURE X.
           02  QLIN1M    PICTURE X.
           02  QLIN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN2C    PICTURE X.
           02  QLIN2P    PICTURE X.
           02  QLIN2H    PICTURE X.
           02  QLIN2V    PICTURE X.
           02  QLIN2U    PICTURE X.
           02  QLIN2M    PICTURE X.
           02  QLIN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN3C    PICTURE X.
           02  QLIN3P    PICTURE X.
           02  QLIN3H    PICTURE X.
           02  QLIN3V    PICTURE X.
           02  QLIN3U    PICTURE X.
           02  QLIN3M    PICTURE X.
           02  QLIN3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN4C    PICTURE X.
           02  QLIN4P    PICTURE X.
           02  QLIN4H    PICTURE X.
           02  QLIN4V    PICTURE X.
           02  QLIN4U    PICTURE X.
           02  QLIN4M    PICTURE X.
           02  QLIN4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN5C    PICTURE X.
           02  QLIN5P    PICTURE X.
           02  QLIN5H    PICTURE X.
           02  QLIN5V    PICTURE X.
           02  QLIN5U    PICTURE X.
           02  QLIN5M    PICTURE X.
           02  QLIN5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN6C    PICTURE X.
           02  QLIN6P    PICTURE X.
           02  QLIN6H    PICTURE X.
           02  QLIN6V    PICTURE X.
           02  QLIN6U    PICTURE X.
           02  QLIN6M    PICTURE X.
           02  QLIN6O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN7C    PICTURE X.
           02  QLIN7P    PICTURE X.
           02  QLIN7H    PICTURE X.
           02  QLIN7V    PICTURE X.
           02  QLIN7U    PICTURE X.
           02  QLIN7M    PICTURE X.
           02  QLIN7O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  QLIN8C    PICTURE X.
           02  QLIN8P    PICTURE X.
           02  QLIN8H    PICTURE X.
           02  QLIN8V    PICTURE X.
           02  QLIN8U    PICTURE X.
           02  QLIN8M    PICTURE X.
           02  QLIN8O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DTLN1C    PICTURE X.
           02  DTLN1P    PICTURE X.
           02  DTLN1H    PICTURE X.
           02  DTLN1V    PICTURE X.
           02  DTLN1U    PICTURE X.
           02  DTLN1M    PICTURE X.
           02  DTLN1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DTLN2C    PICTURE X.
           02  DTLN2P    PICTURE X.
           02  DTLN2H    PICTURE X.
           02  DTLN2V    PICTURE X.
           02  DTLN2U    PICTURE X.
           02  DTLN2M    PICTURE X.
           02  DTLN2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DTLN3C    PICTURE X.
           02  DTLN3P    PICTURE X.
           02  DTLN3H    PICTURE X.
           02  DTLN3V    PICTURE X.
           02  DTLN3U    PICTURE X.
           02  DTLN3M    PICTURE X.
           02  DTLN3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DTLN4C    PICTURE X.
           02  DTLN4P    PICTURE X.
           02  DTLN4H    PICTURE X.
           02  DTLN4V    PICTURE X.
           02  DTLN4U    PICTURE X.
           02  DTLN4M    PICTURE X.
           02  DTLN4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEP    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEV    PICTURE X.
           02  MESSAGEU    PICTURE X.
           02  MESSAGEM    PICTURE X.
           02  MESSAGEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PFKEYSC    PICTURE X.
           02  PFKEYSP    PICTURE X.
           02  PFKEYSH    PICTURE X.
           02  PFKEYSV    PICTURE X.
           02  PFKEYSU    PICTURE X.
           02  PFKEYSM    PICTURE X.
           02  PFKEYSO  PIC X(79).
