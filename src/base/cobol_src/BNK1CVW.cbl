       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This is the Customer Overview program in the BANKING
      * application BMS suite. For the customer number entered it
      * shows on one screen who the customer is and how to reach
      * them (from INQCUST), every account they hold with its
      * balance and the loan, term deposit, cards and pots on it
      * (from CVWFUN), and their active warnings - legal holds,
      * restraints, open complaints and disputes, outstanding KYC,
      * the deceased and gone-away markers and, for an operator with
      * the need-to-know, vulnerability (from VULNFUN).
      *
      * From here the PF keys go straight to the screen that does
      * the work: <PF4> customer details, <PF5> the customer's
      * accounts, <PF6> transaction history, <PF9> account update
      * and <PF10> transfers. Each one is only taken when the
      * operator holds the function class that screen needs.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1CVW.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.


       01 WS-CICS-WORK-AREA.
          03 WS-CICS-RESP              PIC S9(8) COMP VALUE 0.
          03 WS-CICS-RESP2             PIC S9(8) COMP VALUE 0.

       01 WS-FAIL-INFO.
          03 FILLER                    PIC X(9)  VALUE 'BNK1CVW  '.
          03 WS-CICS-FAIL-MSG          PIC X(70) VALUE ' '.
          03 FILLER                    PIC X(6)  VALUE ' RESP='.
          03 WS-CICS-RESP-DISP         PIC 9(10) VALUE 0.
          03 FILLER                    PIC X(7)  VALUE ' RESP2='.
          03 WS-CICS-RESP2-DISP        PIC 9(10) VALUE 0.
          03 FILLER                    PIC X(15)
                                          VALUE ' ABENDING TASK.'.

      *
      *    Identifies, in the ABEND freeform text, which call site
      *    failed; set immediately before PERFORM CHECK-RESP.
      *
       01 WS-FAIL-POINT                PIC X(9) VALUE SPACES.

       01 SWITCHES.
           03 VALID-DATA-SW            PIC X VALUE 'Y'.
              88 VALID-DATA               VALUE 'Y'.

       01 FLAGS.
           03 SEND-FLAG                PIC X.
              88 SEND-ERASE               VALUE '1'.
              88 SEND-DATAONLY            VALUE '2'.
              88 SEND-DATAONLY-ALARM      VALUE '3'.

      *
      * The end of session message
      *
       01 END-OF-SESSION-MESSAGE       PIC X(13) VALUE 'Session Ended'.

       COPY BNK1CVM.

       COPY DFHAID.

       01 GETSCODE-COMMAREA.
           COPY GETSCODE.

       01 INQCUST-COMMAREA.
           COPY INQCUST.

       01 CVWFUN-COMMAREA.
           COPY CVWFUN.

       01 VULNFUN-COMMAREA.
           COPY VULNFUN.

       01 WS-COMM-AREA.
          03 WS-COMM-CUSTNO            PIC 9(10).

      *
      * The screen each jump key goes to, and the function class
      * the operator must hold for it - the class that screen
      * itself demands on entry.
      *
       01 WS-JUMP-TRANID               PIC X(4).
       01 WS-JUMP-CLASS                PIC X.

       01 WS-ID-LINE                   PIC X(79).
       01 WS-ID-POS                    PIC S9(4) COMP.

       01 WS-DOB-DISP.
          03 WS-DOB-DD                 PIC 99.
          03 FILLER                    PIC X VALUE '.'.
          03 WS-DOB-MM                 PIC 99.
          03 FILLER                    PIC X VALUE '.'.
          03 WS-DOB-YYYY               PIC 9999.

       01 WS-PROD-LINE.
          03 WS-PL-ACCNO               PIC 9(8).
          03 FILLER                    PIC X VALUE SPACE.
          03 WS-PL-TYPE                PIC X(8).
          03 FILLER                    PIC X VALUE SPACE.
          03 WS-PL-CURRENCY            PIC X(3).
          03 FILLER                    PIC X VALUE SPACE.
          03 WS-PL-BALANCE             PIC +9(9).99.
          03 FILLER                    PIC X VALUE SPACE.
          03 WS-PL-DETAIL              PIC X(43).

       01 WS-PL-POS                    PIC S9(4) COMP.
       01 WS-PL-COUNT                  PIC Z9.
       01 WS-PL-POT-BAL                PIC +9(9).99.
       01 WS-MATURITY-DATE             PIC X(8).
       01 WS-MATURITY-GRP REDEFINES WS-MATURITY-DATE.
          03 WS-MATURITY-YYYY          PIC X(4).
          03 WS-MATURITY-MM            PIC XX.
          03 WS-MATURITY-DD            PIC XX.

       01 WS-ROW-SUB                   PIC 9(2) COMP.

       01 WS-WARN-LINE                 PIC X(79).
       01 WS-WARN-POS                  PIC S9(4) COMP.
       01 WS-WARN-COUNT                PIC Z9.
       01 WS-WARN-WORK                 PIC 9(3).

       01 WS-VULN-COUNT-DISP           PIC 9.
       01 WS-VULN-TYPE-TEXT            PIC X(12).
       01 WS-VULN-TREAT-TEXT           PIC X(16).
       01 WS-VULN-REVIEW-DATE          PIC X(8).
       01 WS-VULN-REVIEW-GRP REDEFINES WS-VULN-REVIEW-DATE.
          03 WS-VULN-REVIEW-YYYY       PIC X(4).
          03 WS-VULN-REVIEW-MM         PIC XX.
          03 WS-VULN-REVIEW-DD         PIC XX.

       01 WS-PF-LEGEND.
          03 FILLER                    PIC X(40) VALUE
             'PF3=Menu 4=Customer 5=Accounts 6=History'.
          03 FILLER                    PIC X(39) VALUE
             ' 9=Update a/c 10=Transfer 12=End'.

       01 WS-ABEND-PGM                 PIC X(8) VALUE 'ABNDPROC'.

       01 WS-U-TIME                    PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                 PIC X(10).
       01 WS-TIME-DATA.
           03 WS-TIME-NOW              PIC 9(6).
           03 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
              05 WS-TIME-NOW-GRP-HH       PIC 99.
              05 WS-TIME-NOW-GRP-MM       PIC 99.
              05 WS-TIME-NOW-GRP-SS       PIC 99.

       01 ABNDINFO-REC.
           COPY ABNDINFO.


      *
      * Role-based entitlement check (see ENTLFUN) - performed on
      * first entry, before the map is ever sent, and again for
      * each jump to another screen.
      *
       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03 COMM-CUSTNO               PIC 9(10).


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           IF EIBCALEN NOT = ZERO
              MOVE COMM-CUSTNO TO WS-COMM-CUSTNO
           END-IF.

           EVALUATE TRUE
      *
      *       Is it the first time through? If so, send the map
      *       with erased (empty) data fields.
      *
              WHEN EIBCALEN = ZERO
                 MOVE 'I' TO WS-JUMP-CLASS
                 PERFORM CHECK-OPERATOR-ENTITLEMENT
                 IF ENTLFUN-ALLOWED NOT = 'Y'
                    EXEC CICS SEND TEXT
                       FROM(NOT-AUTHORIZED-MSG)
                       ERASE
                       FREEKB
                       RESP(WS-CICS-RESP)
                       RESP2(WS-CICS-RESP2)
                    END-EXEC
                    EXEC CICS RETURN
                    END-EXEC
                 END-IF
                 MOVE LOW-VALUE TO BNK1CVO
                 MOVE WS-PF-LEGEND TO PFKEYSO
                 MOVE -1 TO CUSTNOL
                 SET SEND-ERASE TO TRUE
                 INITIALIZE WS-COMM-AREA
                 PERFORM SEND-MAP

      *
      *       If a PA key is pressed, just carry on
      *
              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                 CONTINUE

      *
      *       When PF3 is pressed, return to the main menu
      *
              WHEN EIBAID = DFHPF3
                 EXEC CICS RETURN
                    TRANSID('OMEN')
                    IMMEDIATE
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
                 END-EXEC

      *
      *       The jump keys - each to the screen that does the work,
      *       if the operator may use it
      *
              WHEN EIBAID = DFHPF4
                 MOVE 'ODCS' TO WS-JUMP-TRANID
                 MOVE 'D' TO WS-JUMP-CLASS
                 PERFORM JUMP-TO-SCREEN

              WHEN EIBAID = DFHPF5
                 MOVE 'OCCA' TO WS-JUMP-TRANID
                 MOVE 'I' TO WS-JUMP-CLASS
                 PERFORM JUMP-TO-SCREEN

              WHEN EIBAID = DFHPF6
                 MOVE 'OTXN' TO WS-JUMP-TRANID
                 MOVE 'I' TO WS-JUMP-CLASS
                 PERFORM JUMP-TO-SCREEN

              WHEN EIBAID = DFHPF9
                 MOVE 'OUAC' TO WS-JUMP-TRANID
                 MOVE 'M' TO WS-JUMP-CLASS
                 PERFORM JUMP-TO-SCREEN

              WHEN EIBAID = DFHPF10
                 MOVE 'OTFN' TO WS-JUMP-TRANID
                 MOVE 'P' TO WS-JUMP-CLASS
                 PERFORM JUMP-TO-SCREEN

      *
      *       When PF12 is pressed, send a termination message
      *
              WHEN EIBAID = DFHPF12
                 PERFORM SEND-TERMINATION-MSG

                 EXEC CICS
                    RETURN
                 END-EXEC

      *
      *       When CLEAR is pressed
      *
              WHEN EIBAID = DFHCLEAR
                EXEC CICS SEND CONTROL
                          ERASE
                          FREEKB
                END-EXEC

                EXEC CICS RETURN
                END-EXEC

      *
      *       When Enter is pressed, show the overview for the
      *       entered customer
      *
              WHEN EIBAID = DFHENTER
                 PERFORM PROCESS-MAP

      *
      *       When anything else happens, send the invalid key message
      *
              WHEN OTHER
                 MOVE LOW-VALUES TO BNK1CVO
                 MOVE 'Invalid key pressed.' TO MESSAGEO
                 MOVE -1 TO CUSTNOL
                 SET SEND-DATAONLY-ALARM TO TRUE

                 PERFORM SEND-MAP

           END-EVALUATE.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OCVW')
              COMMAREA(WS-COMM-AREA)
              LENGTH(10)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'A010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

       A999.
           EXIT.

      *----------------------------------------------------------------
       PROCESS-MAP SECTION.
       PM010.
      *
      *    Retrieve the customer number from the map
      *
           PERFORM RECEIVE-MAP.
           PERFORM EDIT-DATA.

           IF VALID-DATA
              MOVE CUSTNOI TO WS-COMM-CUSTNO
              PERFORM BUILD-OVERVIEW
           END-IF.

           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM SEND-MAP.

       PM999.
           EXIT.

      *----------------------------------------------------------------
      * Go to another BMS screen in place of this one. The operator
      * must hold the class the target screen checks on entry;
      * asking here means a refusal leaves the overview on the
      * screen rather than a bare refusal message. The target
      * screen starts afresh, as it does from the menu.
      *----------------------------------------------------------------
       JUMP-TO-SCREEN SECTION.
       JTS010.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE LOW-VALUES TO BNK1CVO
              MOVE 'Not authorized for that function.' TO MESSAGEO
              MOVE -1 TO CUSTNOL
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM SEND-MAP
              GO TO JTS999
           END-IF.

           EXEC CICS RETURN
              TRANSID(WS-JUMP-TRANID)
              IMMEDIATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'JTS010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

       JTS999.
           EXIT.

      *----------------------------------------------------------------
       RECEIVE-MAP SECTION.
       RM010.
           EXEC CICS
              RECEIVE MAP('BNK1CV')
              MAPSET('BNK1CVM')
              INTO(BNK1CVI)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'RM010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

       RM999.
           EXIT.

      *----------------------------------------------------------------
       EDIT-DATA SECTION.
       ED010.
           IF CUSTNOI = LOW-VALUES
           OR CUSTNOL = 0
              MOVE 'Please enter a customer number.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              GO TO ED999
           END-IF.

           EXEC CICS BIF DEEDIT
              FIELD(CUSTNOI)
           END-EXEC.

           IF CUSTNOI NOT NUMERIC
              MOVE 'Please enter a customer number.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
           END-IF.

       ED999.
           EXIT.

      *----------------------------------------------------------------
      * The three panels, each from its own service: identity and
      * contact from INQCUST, products and warnings from CVWFUN,
      * vulnerability from VULNFUN.
      *----------------------------------------------------------------
       BUILD-OVERVIEW SECTION.
       BO010.
           MOVE LOW-VALUES TO IDLIN1O IDLIN2O IDLIN3O
              PRLIN1O PRLIN2O PRLIN3O PRLIN4O PRLIN5O
              PRLIN6O PRLIN7O PRLIN8O PRLIN9O PRLN10O
              WRNLN1O WRNLN2O.
           MOVE WS-PF-LEGEND TO PFKEYSO.
           MOVE SPACES TO MESSAGEO.

           INITIALIZE GETSCODE-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('GETSCODE')
                     COMMAREA(GETSCODE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           PERFORM SHOW-IDENTITY.

           IF INQCUST-INQ-SUCCESS NOT = 'Y'
              GO TO BO999
           END-IF.

           PERFORM SHOW-PRODUCTS.

           PERFORM SHOW-WARNINGS.

       BO999.
           EXIT.

      *----------------------------------------------------------------
      * Name, date of birth, address and the ways to reach the
      * customer.
      *----------------------------------------------------------------
       SHOW-IDENTITY SECTION.
       SI010.
           INITIALIZE INQCUST-COMMAREA.
           SET INQCUST-PCB-POINTER TO NULL.

           MOVE WS-COMM-CUSTNO TO INQCUST-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQCUST')
              COMMAREA(INQCUST-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE 'SI010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

           IF INQCUST-INQ-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              MOVE 'Sorry, but that customer number was not found.'
                 TO MESSAGEO
              GO TO SI999
           END-IF.

           MOVE INQCUST-DOB-DD TO WS-DOB-DD.
           MOVE INQCUST-DOB-MM TO WS-DOB-MM.
           MOVE INQCUST-DOB-YYYY TO WS-DOB-YYYY.

           MOVE SPACES TO WS-ID-LINE.
           MOVE 1 TO WS-ID-POS.
           STRING INQCUST-NAME DELIMITED BY '  ',
                  '  Born ' DELIMITED BY SIZE,
                  WS-DOB-DISP DELIMITED BY SIZE
                  INTO WS-ID-LINE
                  WITH POINTER WS-ID-POS
           END-STRING.
           MOVE WS-ID-LINE TO IDLIN1O.

           MOVE SPACES TO WS-ID-LINE.
           MOVE 1 TO WS-ID-POS.
           STRING INQCUST-STREET-ADDRESS DELIMITED BY '  ',
                  ', ' DELIMITED BY SIZE,
                  INQCUST-ADDRESS-TOWN DELIMITED BY '  ',
                  ' ' DELIMITED BY SIZE,
                  INQCUST-POSTCODE-OR-ZIP DELIMITED BY '  '
                  INTO WS-ID-LINE
                  WITH POINTER WS-ID-POS
           END-STRING.
           MOVE WS-ID-LINE TO IDLIN2O.

           MOVE SPACES TO WS-ID-LINE.
           MOVE 1 TO WS-ID-POS.
           STRING 'Tel ' DELIMITED BY SIZE,
                  INQCUST-PHONE DELIMITED BY '  ',
                  '  Mob ' DELIMITED BY SIZE,
                  INQCUST-MOBILE DELIMITED BY '  ',
                  '  ' DELIMITED BY SIZE,
                  INQCUST-EMAIL DELIMITED BY '  '
                  INTO WS-ID-LINE
                  WITH POINTER WS-ID-POS
           END-STRING.
           MOVE WS-ID-LINE TO IDLIN3O.

       SI999.
           EXIT.

      *----------------------------------------------------------------
      * One line per account. CVWFUN refuses an operator without
      * the inquiry class - who could not have got this far - and
      * a refusal or failure leaves the product lines empty.
      *----------------------------------------------------------------
       SHOW-PRODUCTS SECTION.
       SP010.
           INITIALIZE CVWFUN-COMMAREA.
           MOVE SORTCODE OF GETSCODE-COMMAREA TO CVWFUN-SORTCODE.
           MOVE WS-COMM-CUSTNO TO CVWFUN-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CVWFUN')
              COMMAREA(CVWFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE 'SP010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

           IF CVWFUN-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              IF CVWFUN-FAIL-CODE = 'S'
                 MOVE 'Not authorized to see the customer''s products.'
                    TO MESSAGEO
              ELSE
                 MOVE 'Products and warnings could not be read.'
                    TO MESSAGEO
              END-IF
              GO TO SP999
           END-IF.

           IF CVWFUN-PRODUCT-COUNT = 0
              MOVE 'The customer holds no accounts.' TO PRLIN1O
              GO TO SP999
           END-IF.

           PERFORM BUILD-PRODUCT-LINE
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > CVWFUN-PRODUCT-COUNT.

           IF CVWFUN-MORE
              MOVE 'More accounts are held - <PF5> lists them all.'
                 TO MESSAGEO
           END-IF.

       SP999.
           EXIT.

      *----------------------------------------------------------------
       BUILD-PRODUCT-LINE SECTION.
       BPL010.
           MOVE CVWFUN-PR-ACCNO(WS-ROW-SUB)    TO WS-PL-ACCNO.
           MOVE CVWFUN-PR-TYPE(WS-ROW-SUB)     TO WS-PL-TYPE.
           MOVE CVWFUN-PR-CURRENCY(WS-ROW-SUB) TO WS-PL-CURRENCY.
           MOVE CVWFUN-PR-BALANCE(WS-ROW-SUB)  TO WS-PL-BALANCE.
           MOVE SPACES TO WS-PL-DETAIL.
           MOVE 1 TO WS-PL-POS.

           IF CVWFUN-PR-LOAN(WS-ROW-SUB)
              IF CVWFUN-PR-ARREARS-STATUS(WS-ROW-SUB) = '0'
              OR CVWFUN-PR-ARREARS-STATUS(WS-ROW-SUB) = SPACE
                 STRING 'Loan up to date ' DELIMITED BY SIZE
                    INTO WS-PL-DETAIL
                    WITH POINTER WS-PL-POS
                 END-STRING
              ELSE
                 IF CVWFUN-PR-ARREARS-COUNT(WS-ROW-SUB) > 99
                    MOVE 99 TO WS-PL-COUNT
                 ELSE
                    MOVE CVWFUN-PR-ARREARS-COUNT(WS-ROW-SUB)
                       TO WS-PL-COUNT
                 END-IF
                 STRING 'ARREARS stage ' DELIMITED BY SIZE,
                        CVWFUN-PR-ARREARS-STATUS(WS-ROW-SUB)
                           DELIMITED BY SIZE,
                        ',' DELIMITED BY SIZE,
                        WS-PL-COUNT DELIMITED BY SIZE,
                        ' missed ' DELIMITED BY SIZE
                    INTO WS-PL-DETAIL
                    WITH POINTER WS-PL-POS
                 END-STRING
              END-IF
           END-IF.

           IF CVWFUN-PR-TERM(WS-ROW-SUB)
              MOVE CVWFUN-PR-MATURITY-DATE(WS-ROW-SUB)
                 TO WS-MATURITY-DATE
              STRING 'Matures ' DELIMITED BY SIZE,
                     WS-MATURITY-DD DELIMITED BY SIZE,
                     '.' DELIMITED BY SIZE,
                     WS-MATURITY-MM DELIMITED BY SIZE,
                     '.' DELIMITED BY SIZE,
                     WS-MATURITY-YYYY DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE
                 INTO WS-PL-DETAIL
                 WITH POINTER WS-PL-POS
              END-STRING
           END-IF.

           IF CVWFUN-PR-CARD-COUNT(WS-ROW-SUB) > 0
              MOVE CVWFUN-PR-CARD-COUNT(WS-ROW-SUB) TO WS-PL-COUNT
              STRING 'Cards' DELIMITED BY SIZE,
                     WS-PL-COUNT DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE
                 INTO WS-PL-DETAIL
                 WITH POINTER WS-PL-POS
              END-STRING
           END-IF.

           IF CVWFUN-PR-POT-COUNT(WS-ROW-SUB) > 0
              MOVE CVWFUN-PR-POT-COUNT(WS-ROW-SUB) TO WS-PL-COUNT
              MOVE CVWFUN-PR-POT-BALANCE(WS-ROW-SUB) TO WS-PL-POT-BAL
              STRING 'Pots' DELIMITED BY SIZE,
                     WS-PL-COUNT DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-PL-POT-BAL DELIMITED BY SIZE
                 INTO WS-PL-DETAIL
                 WITH POINTER WS-PL-POS
              END-STRING
           END-IF.

           EVALUATE WS-ROW-SUB
              WHEN 1  MOVE WS-PROD-LINE TO PRLIN1O
              WHEN 2  MOVE WS-PROD-LINE TO PRLIN2O
              WHEN 3  MOVE WS-PROD-LINE TO PRLIN3O
              WHEN 4  MOVE WS-PROD-LINE TO PRLIN4O
              WHEN 5  MOVE WS-PROD-LINE TO PRLIN5O
              WHEN 6  MOVE WS-PROD-LINE TO PRLIN6O
              WHEN 7  MOVE WS-PROD-LINE TO PRLIN7O
              WHEN 8  MOVE WS-PROD-LINE TO PRLIN8O
              WHEN 9  MOVE WS-PROD-LINE TO PRLIN9O
              WHEN 10 MOVE WS-PROD-LINE TO PRLN10O
           END-EVALUATE.

       BPL999.
           EXIT.

      *----------------------------------------------------------------
      * The first warning line carries what CVWFUN counted against
      * the customer and their accounts; the second the deceased
      * and gone-away markers and any vulnerability.
      *----------------------------------------------------------------
       SHOW-WARNINGS SECTION.
       SW010.
           MOVE SPACES TO WS-WARN-LINE.
           MOVE 1 TO WS-WARN-POS.

           IF CVWFUN-SUCCESS = 'Y'
              IF CVWFUN-LEGAL-HOLDS > 0
                 MOVE CVWFUN-LEGAL-HOLDS TO WS-WARN-WORK
                 PERFORM FORMAT-WARN-COUNT
                 STRING 'Legal holds' DELIMITED BY SIZE,
                        WS-WARN-COUNT DELIMITED BY SIZE,
                        '  ' DELIMITED BY SIZE
                    INTO WS-WARN-LINE
                    WITH POINTER WS-WARN-POS
                 END-STRING
              END-IF
              IF CVWFUN-RESTRAINTS > 0
                 MOVE CVWFUN-RESTRAINTS TO WS-WARN-WORK
                 PERFORM FORMAT-WARN-COUNT
                 STRING 'Restraints' DELIMITED BY SIZE,
                        WS-WARN-COUNT DELIMITED BY SIZE,
                        '  ' DELIMITED BY SIZE
                    INTO WS-WARN-LINE
                    WITH POINTER WS-WARN-POS
                 END-STRING
              END-IF
              IF CVWFUN-COMPLAINTS > 0
                 MOVE CVWFUN-COMPLAINTS TO WS-WARN-WORK
                 PERFORM FORMAT-WARN-COUNT
                 STRING 'Complaints' DELIMITED BY SIZE,
                        WS-WARN-COUNT DELIMITED BY SIZE,
                        '  ' DELIMITED BY SIZE
                    INTO WS-WARN-LINE
                    WITH POINTER WS-WARN-POS
                 END-STRING
              END-IF
              IF CVWFUN-DISPUTES > 0
                 MOVE CVWFUN-DISPUTES TO WS-WARN-WORK
                 PERFORM FORMAT-WARN-COUNT
                 STRING 'Disputes' DELIMITED BY SIZE,
                        WS-WARN-COUNT DELIMITED BY SIZE,
                        '  ' DELIMITED BY SIZE
                    INTO WS-WARN-LINE
                    WITH POINTER WS-WARN-POS
                 END-STRING
              END-IF
              IF CVWFUN-KYC-OUTSTANDING > 0
                 MOVE CVWFUN-KYC-OUTSTANDING TO WS-WARN-WORK
                 PERFORM FORMAT-WARN-COUNT
                 STRING 'KYC outstanding' DELIMITED BY SIZE,
                        WS-WARN-COUNT DELIMITED BY SIZE
                    INTO WS-WARN-LINE
                    WITH POINTER WS-WARN-POS
                 END-STRING
              END-IF
           END-IF.

           MOVE WS-WARN-LINE TO WRNLN1O.

           MOVE SPACES TO WS-WARN-LINE.
           MOVE 1 TO WS-WARN-POS.

           IF INQCUST-DECEASED-SW = 'Y'
              STRING 'DECEASED  ' DELIMITED BY SIZE
                 INTO WS-WARN-LINE
                 WITH POINTER WS-WARN-POS
              END-STRING
           END-IF.

           IF INQCUST-GONEAWAY-SW = 'Y'
              STRING 'GONE AWAY  ' DELIMITED BY SIZE
                 INTO WS-WARN-LINE
                 WITH POINTER WS-WARN-POS
              END-STRING
           END-IF.

           PERFORM SHOW-VULNERABILITY.

           MOVE WS-WARN-LINE TO WRNLN2O.

           IF WRNLN1O = SPACES AND WRNLN2O = SPACES
              MOVE 'No active warnings.' TO WRNLN1O
           END-IF.

       SW999.
           EXIT.

      *----------------------------------------------------------------
       FORMAT-WARN-COUNT SECTION.
       FWC010.
           IF WS-WARN-WORK > 99
              MOVE 99 TO WS-WARN-COUNT
           ELSE
              MOVE WS-WARN-WORK TO WS-WARN-COUNT
           END-IF.
       FWC999.
           EXIT.

      *----------------------------------------------------------------
      * Ask VULNFUN for the customer's active indicators, as the
      * customer display does. Most customers have none; for an
      * operator without the need-to-know entitlement VULNFUN
      * refuses, and the panel says only that there is something
      * they may not see.
      *----------------------------------------------------------------
       SHOW-VULNERABILITY SECTION.
       SVU010.
           INITIALIZE VULNFUN-COMMAREA.
           SET VULNFUN-INQUIRE TO TRUE.
           MOVE SORTCODE OF GETSCODE-COMMAREA TO VULNFUN-SORTCODE.
           MOVE WS-COMM-CUSTNO TO VULNFUN-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('VULNFUN')
              COMMAREA(VULNFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO SVU999
           END-IF.

           IF VULNFUN-SUCCESS = 'N' AND VULNFUN-FAIL-CODE = 'S'
              STRING 'Vulnerability recorded - details restricted'
                     DELIMITED BY SIZE
                 INTO WS-WARN-LINE
                 WITH POINTER WS-WARN-POS
              END-STRING
              GO TO SVU999
           END-IF.

           IF VULNFUN-SUCCESS NOT = 'Y'
           OR VULNFUN-IND-COUNT = 0
              GO TO SVU999
           END-IF.

           IF VULNFUN-IND-COUNT > 9
              MOVE 9 TO WS-VULN-COUNT-DISP
           ELSE
              MOVE VULNFUN-IND-COUNT TO WS-VULN-COUNT-DISP
           END-IF.

      *
      *    The first indicator is the one whose review falls due
      *    soonest.
      *
           EVALUATE VULNFUN-IND-TYPE(1)
              WHEN 'B'
                 MOVE 'Bereavement' TO WS-VULN-TYPE-TEXT
              WHEN 'I'
                 MOVE 'Illness' TO WS-VULN-TYPE-TEXT
              WHEN 'C'
                 MOVE 'Capacity' TO WS-VULN-TYPE-TEXT
              WHEN 'F'
                 MOVE 'Financial' TO WS-VULN-TYPE-TEXT
              WHEN OTHER
                 MOVE 'Life event' TO WS-VULN-TYPE-TEXT
           END-EVALUATE.

           IF VULNFUN-IND-TREATMENT(1) = 'S'
              MOVE 'specialist team' TO WS-VULN-TREAT-TEXT
           ELSE
              MOVE 'letters paused' TO WS-VULN-TREAT-TEXT
           END-IF.

           MOVE VULNFUN-IND-REVIEW-DATE(1) TO WS-VULN-REVIEW-DATE.

           STRING 'Vulnerable (' DELIMITED BY SIZE,
                 WS-VULN-COUNT-DISP DELIMITED BY SIZE,
                 '): ' DELIMITED BY SIZE,
                 WS-VULN-TYPE-TEXT DELIMITED BY '  ',
                 ', ' DELIMITED BY SIZE,
                 WS-VULN-TREAT-TEXT DELIMITED BY '  ',
                 ', review ' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-DD DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-MM DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-YYYY DELIMITED BY SIZE
                 INTO WS-WARN-LINE
                 WITH POINTER WS-WARN-POS
           END-STRING.
       SVU999.
           EXIT.

      *----------------------------------------------------------------
       SEND-MAP SECTION.
       SM010.
           IF SEND-ERASE
              EXEC CICS SEND MAP('BNK1CV')
                 MAPSET('BNK1CVM')
                 FROM(BNK1CVO)
                 ERASE
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC

              MOVE 'SM010-E' TO WS-FAIL-POINT
              PERFORM CHECK-RESP

              GO TO SM999
           END-IF.

           IF SEND-DATAONLY
              EXEC CICS SEND MAP('BNK1CV')
                 MAPSET('BNK1CVM')
                 FROM(BNK1CVO)
                 DATAONLY
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC

              MOVE 'SM010-D' TO WS-FAIL-POINT
              PERFORM CHECK-RESP

              GO TO SM999
           END-IF.

           IF SEND-DATAONLY-ALARM
              EXEC CICS SEND MAP('BNK1CV')
                 MAPSET('BNK1CVM')
                 FROM(BNK1CVO)
                 DATAONLY
                 ALARM
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC

              MOVE 'SM010-A' TO WS-FAIL-POINT
              PERFORM CHECK-RESP
           END-IF.

       SM999.
           EXIT.

      *----------------------------------------------------------------
      * The signed-on operator must hold the class in WS-JUMP-CLASS:
      * 'I' to use this screen at all, and the target screen's own
      * class for each jump. The same checks run again inside the
      * commarea programs and the screens behind them, so a direct
      * LINK bypasses nothing. ENTLFUN logs every refusal to
      * OPERLOGT.
      *----------------------------------------------------------------
       CHECK-OPERATOR-ENTITLEMENT SECTION.
       COE010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE WS-JUMP-CLASS TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

       SEND-TERMINATION-MSG SECTION.
       STM010.
           EXEC CICS SEND TEXT
              FROM(END-OF-SESSION-MESSAGE)
              ERASE
              FREEKB
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           MOVE 'STM010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.

       STM999.
           EXIT.

      *----------------------------------------------------------------
      * Shared RESP check. On a non-normal RESP, build the standard
      * ABEND info and link to the Abend Handler program.
      *----------------------------------------------------------------
       CHECK-RESP SECTION.
       CR010.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE ABNDINFO-REC
              MOVE EIBRESP    TO ABND-RESPCODE
              MOVE EIBRESP2   TO ABND-RESP2CODE

              EXEC CICS ASSIGN APPLID(ABND-APPLID)
              END-EXEC

              MOVE EIBTASKN   TO ABND-TASKNO-KEY
              MOVE EIBTRNID   TO ABND-TRANID

              PERFORM POPULATE-TIME-DATE

              MOVE WS-ORIG-DATE TO ABND-DATE
              STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                    ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-MM DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIME-NOW-GRP-SS DELIMITED BY SIZE
                     INTO ABND-TIME
              END-STRING

              MOVE WS-U-TIME   TO ABND-UTIME-KEY
              MOVE 'HBNK'      TO ABND-CODE

              EXEC CICS ASSIGN PROGRAM(ABND-PROGRAM)
              END-EXEC

              MOVE ZEROS      TO ABND-SQLCODE

              STRING WS-FAIL-POINT DELIMITED BY SPACE,
                    ' CICS CALL FAIL. EIBRESP=' DELIMITED BY SIZE,
                    ABND-RESPCODE DELIMITED BY SIZE,
                    ' RESP2=' DELIMITED BY SIZE,
                    ABND-RESP2CODE DELIMITED BY SIZE
                    INTO ABND-FREEFORM
              END-STRING

              EXEC CICS LINK PROGRAM(WS-ABEND-PGM)
                        COMMAREA(ABNDINFO-REC)
              END-EXEC

              INITIALIZE WS-FAIL-INFO
              MOVE WS-FAIL-POINT TO WS-CICS-FAIL-MSG
              MOVE WS-CICS-RESP  TO WS-CICS-RESP-DISP
              MOVE WS-CICS-RESP2 TO WS-CICS-RESP2-DISP
              PERFORM ABEND-THIS-TASK
           END-IF.

       CR999.
           EXIT.

      *----------------------------------------------------------------
       ABEND-THIS-TASK SECTION.
       ATT010.
           SET RESPLOG-ABENDED TO TRUE.
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS ABEND
                ABCODE('HBNK')
                NODUMP
           END-EXEC.

       ATT999.
           EXIT.

      *----------------------------------------------------------------
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP
           END-EXEC.

       PTD999.
           EXIT.

      *----------------------------------------------------------------
      * Response-time logging (see RESPLOG). The clock starts as the
      * task comes in and every LINK to a data service is timed, so
      * the row shows both the whole task and the part of it spent
      * in the services that do the DB2 work.
      *----------------------------------------------------------------
       START-RESPONSE-CLOCK SECTION.
       SRC010.
           INITIALIZE RESPLOG-COMMAREA.
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'BNK1CVW' TO RESPLOG-PROGRAM.
           SET RESPLOG-COMPLETED TO TRUE.

           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-START-TIME)
           END-EXEC.
       SRC999.
           EXIT.

       SERVICE-CLOCK-ON SECTION.
       SCN010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-START)
           END-EXEC.
       SCN999.
           EXIT.

       SERVICE-CLOCK-OFF SECTION.
       SCF010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-END)
           END-EXEC.

           COMPUTE RESPLOG-DB2-MS = RESPLOG-DB2-MS
                 + RESPLOG-LINK-END - RESPLOG-LINK-START.
       SCF999.
           EXIT.

       RECORD-RESPONSE-TIME SECTION.
       RRT010.
           EXEC CICS LINK PROGRAM('RESPLOG')
                     COMMAREA(RESPLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       RRT999.
           EXIT.
