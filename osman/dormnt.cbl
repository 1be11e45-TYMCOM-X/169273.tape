IDENTIFICATION DIVISION.
PROGRAM-ID.                    DORMNT.
AUTHOR.                IDSI.
REMARKS.               DORMANT SECURITY REPORT: VERSION 01.
         COMPANION TO THE 40 TO 216 CONVERT SOFTWARE (PD).
         RUN AFTER THE NIGHTLY MERGE AGAINST THE NEW 216 MASTER.
         A SECURITY ONLY LEAVES THE MASTER ON A STATUS 'C' BULLETIN
         OR AT MATURITY, SO ONE THAT SIMPLY STOPS TRADING STAYS ON
         FOREVER.  THIS PASS LISTS EVERY ACTIVE SECURITY (STATUS NOT
         '5' OR 'C') WHOSE LAST TRADE DATE OR PRICE DATE IS MORE
         THAN ITS ISSUE TYPE'S DORMANT THRESHOLD OF TRADING DAYS
         BEHIND THE RUN DATE.  FOR THOSE ALSO PAST THE TYPE'S PURGE
         THRESHOLD A PROPOSED DELETION BULLETIN (STATUS 'C', IN THE
         40-BYTE BULLETIN LAYOUT) IS WRITTEN TO DRMBUL.  THE DATA
         DESK REVIEWS AND EDITS DRMBUL AND RELEASES IT INTO THE NEXT
         NIGHT'S BULLETIN SECTION, SO EVERY PURGE GOES THROUGH THE
         NORMAL AUDITED PATH.
         THE RUN DATE IS THE LAST RUN-HISTORY DATE.  TRADING DAYS
         SKIP SATURDAYS, SUNDAYS AND THE 'H' HOLIDAYS ON THE TRADING
         CALENDAR, AS PD COUNTS THEM.  THRESHOLDS DEFAULT BY CLASS
         (STOCK, BOND, OPTION, FUTURE) AND ARE SET PER ISSUE TYPE BY
         DRMCTL CARDS; A THRESHOLD OF ZERO TURNS THAT CHECK OFF FOR
         THE TYPE.
         IBM ANS COBOL.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER.             DECSYSTEM-10.
OBJECT-COMPUTER.             DECSYSTEM-10.
SPECIAL-NAMES.
    C01 IS NEXT-PAGE.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*
***********************************************************
*
    SELECT PRINT-FILE    ASSIGN TO PRTR.
    SELECT MAST-FILE     ASSIGN TO NEW216.
    SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO RUNHIST.
    SELECT OPTIONAL TRD-CAL-FILE ASSIGN TO TRDCAL.
* THRESHOLD CARDS - NO FILE, OR NO CARDS, RUNS ON THE DEFAULTS
    SELECT OPTIONAL DRM-CTL-FILE ASSIGN TO DRMCTL.
* PROPOSED DELETION BULLETINS FOR THE DATA DESK TO REVIEW
    SELECT PURGE-FILE    ASSIGN TO DRMBUL.
DATA DIVISION.
FILE SECTION.
FD  MAST-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  MAST-REC            PIC X(216).
FD  RUN-HIST-FILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RUN-HIST-REC        PIC X(120).
FD  TRD-CAL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  TRD-CAL-REC.
    05  TC-DATE           PIC 9(6).
    05  TC-DATE-X REDEFINES TC-DATE PIC X(6).
    05  FILLER            PIC X(2).
    05  TC-TYPE           PIC X.
    05  FILLER            PIC X(31).
FD  DRM-CTL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  DRM-CTL-REC.
    05  DC-KEYWORD        PIC X(12).
    05  FILLER            PIC X(2).
    05  DC-VALUE          PIC 9(5).
    05  DC-VALUE-X REDEFINES DC-VALUE PIC X(5).
    05  FILLER            PIC X.
    05  DC-ISS-TYPE       PIC X.
    05  FILLER            PIC X(19).
FD  PURGE-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    LABEL RECORDS ARE STANDARD.
01  PURGE-REC           PIC X(40).
FD  PRINT-FILE
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PRINT-REC.
    05  P-MESS.
      10  PRINT-MESS    PIC X(60).
      10  FILLER        PIC X(72).
    05  PRINT-LINE REDEFINES P-MESS PIC X(132).
*
***********************************************************
*
WORKING-STORAGE SECTION.
*
* THE PARTS OF THE 216-BYTE MASTER RECORD THIS PASS LOOKS AT
01  OUTP-REC.
    05  O-X-QSIP.
      10  O-ISSUER            PIC X(6).
      10  O-ISSUE             PIC X(2).
      10  O-UNQ-CD            PIC X.
      10  O-X-CD              PIC X.
    05  O-X-TIC           PIC X(6).
    05  O-SIC             PIC X(4).
    05  O-ISSUER-DESCRIP          PIC X(28).
    05  O-ISSUE-DESCRIP.
      10  FILLER              PIC X(13).
      10  O-FUT-DP4-CD            PIC X.
      10  FILLER              PIC X(6).
    05  O-PRICE-SECT.
      10  O-PRICE-DT          PIC 9(4).
      10  O-PRICE-DT-X REDEFINES O-PRICE-DT PIC X(4).
      10  O-VOL               PIC 9(7).
      10  O-HIGH              PIC 9(4)V9(3).
      10  O-LOW               PIC 9(4)V9(3).
      10  O-CLOSE             PIC 9(4)V9(3).
      10  O-CLOSE4 REDEFINES O-CLOSE      PIC 9(3)V9(4).
      10  O-ADJ-PREV-CLOSE        PIC 9(4)V9(3).
    05  O-IND-SECT.
      10  O-ISS-TYPE          PIC X.
      10  O-TRD-TYPE          PIC X.
      10  O-ISS-ST            PIC X.
      10  O-XPRICE-ST         PIC X.
      10  O-MAT-DT            PIC X(8).
      10  O-COUP-RATE         PIC 9(2)V9(4).
      10  O-MRG-IND           PIC X.
      10  O-LAST-TDT          PIC 9(6).
      10  O-LAST-TDT-X REDEFINES O-LAST-TDT PIC X(6).
    05  FILLER            PIC X(84).
*
01  TEST-ISS-TYPE       PIC X.
    88  TEST-IS-STOCK VALUES '0', '1', '2', '4', '7', '8',
             '9', 'A', 'E', 'F', 'G', 'Q'.
    88  TEST-IS-BOND VALUES '3', '5', '6', 'H', 'I', 'J', 'K',
            'L', 'M', 'N', 'O', 'P', 'R', 'S',
            'T', 'U', 'V', 'W', 'X', 'Y', 'Z'.
    88  TEST-IS-OPTION VALUES 'B', 'D'.
    88  TEST-IS-FUTURE VALUE 'C'.
*
* ONE PROPOSED DELETION BULLETIN - THE HEAD OF A STATUS CHANGE,
* SAME 40-BYTE LAYOUT AS UPD-REC IN PD
01  UPD-REC.
    05  U-X-QSIP          PIC X(10).
    05  U-REC-TYPE            PIC X.
    05  U-RPT-DT.
      10  U-RPT-Y             PIC 9.
      10  U-RPT-MM            PIC 9(2).
      10  U-RPT-DD            PIC 9(2).
    05  U-EFCT-DT.
      10  U-EFCT-Y            PIC 9.
      10  U-EFCT-MM           PIC 9(2).
      10  U-EFCT-DD           PIC 9(2).
    05  STAT-CHNG-INFO.
      10  U-ISS-ST            PIC X.
      10  FILLER              PIC X.
      10  U-XREF-QSIP         PIC X(10).
      10  U-XREF-FLAG         PIC 9.
      10  U-REF-PR            PIC 9(5).
      10  U-ISS-TYPE          PIC X.
*
* ONE RUN-HISTORY RECORD - ONLY THE RUN DATE IS USED
01  RUN-HIST-DTL.
    05  RH-RUN-DT       PIC 9(6).
    05  FILLER          PIC X(114).
*
01  FLAGS.
    05  W-ENDMAST       PIC X VALUE 'F'.
    88  ENDMAST       VALUE 'T'.
    05  AG-OVER-SW      PIC X VALUE 'F'.
    88  AG-OVER       VALUE 'T'.
    05  DAYS-OVER-SW    PIC X VALUE 'F'.
    88  DAYS-OVER     VALUE 'T'.
    05  CAL-HOL-SW      PIC X VALUE 'F'.
    88  CAL-IS-HOL    VALUE 'T'.
*
01  CNTRS.
    05  READ-CNT        PIC 9(8) VALUE 0 COMP.
    05  INACT-CNT       PIC 9(8) VALUE 0 COMP.
    05  OFF-CNT         PIC 9(8) VALUE 0 COMP.
    05  NODATE-CNT      PIC 9(8) VALUE 0 COMP.
    05  LIVE-CNT        PIC 9(8) VALUE 0 COMP.
    05  DORM-CNT        PIC 9(8) VALUE 0 COMP.
    05  PURGE-CNT       PIC 9(8) VALUE 0 COMP.
    05  TX          PIC 9(4) VALUE 0 COMP.
*
* RUN DATE, FROM THE LAST RUN-HISTORY RECORD
01  RUN-DT-INFO.
    05  RUN-KEY         PIC 9(8) VALUE 0.
    05  RUN-KEY-R REDEFINES RUN-KEY.
    10  RUN-YYYY    PIC 9(4).
    10  RUN-MMDD    PIC 9(4).
    05  RUN-KEY-R2 REDEFINES RUN-KEY.
    10  FILLER      PIC 9(4).
    10  RUN-MM      PIC 9(2).
    10  RUN-DD      PIC 9(2).
    05  RUN-Y           PIC 9.
    05  RUN-DECADE      PIC 9(4) COMP.
*
* MMDDYY TURNED INTO A YYYYMMDD KEY, WINDOWED AT 1970 LIKE PD
01  DT-KEY-WRK.
    05  DK-DT           PIC 9(6).
    05  DK-DT-R REDEFINES DK-DT.
    10  DK-MM       PIC 9(2).
    10  DK-DD       PIC 9(2).
    10  DK-YY       PIC 9(2).
    05  DK-YYYY         PIC 9(4).
    05  DK-KEY          PIC 9(8).
*
* THRESHOLDS BY ISSUE TYPE.  ENTRIES 1-36 ARE THE CODES IN
* TYPE-CODES; ENTRY 37 TAKES ANY OTHER CODE.  EACH ENTRY STARTS AT
* ITS CLASS DEFAULT AND DRMCTL CARDS OVERRIDE IT.
01  THR-DEFAULTS.
    05  DEF-STK-DORM    PIC 9(5) VALUE 00020.
    05  DEF-STK-PURGE   PIC 9(5) VALUE 00250.
* BONDS TRADE THINLY - A QUIET QUARTER IS NOT DORMANT
    05  DEF-BND-DORM    PIC 9(5) VALUE 00060.
    05  DEF-BND-PURGE   PIC 9(5) VALUE 00500.
    05  DEF-OPT-DORM    PIC 9(5) VALUE 00010.
    05  DEF-OPT-PURGE   PIC 9(5) VALUE 00060.
    05  DEF-FUT-DORM    PIC 9(5) VALUE 00010.
    05  DEF-FUT-PURGE   PIC 9(5) VALUE 00060.
    05  DEF-OTH-DORM    PIC 9(5) VALUE 00020.
    05  DEF-OTH-PURGE   PIC 9(5) VALUE 00250.
01  TYPE-CODES          PIC X(36) VALUE
    '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01  TYPE-CODES-R REDEFINES TYPE-CODES.
    05  TYPE-CODE OCCURS 36 PIC X.
01  THR-TBL.
    05  THR-MAX         PIC 9(4) VALUE 37 COMP.
    05  THR-ENT OCCURS 37 TIMES.
      10  THR-DORM        PIC 9(5).
      10  THR-PURGE       PIC 9(5).
      10  THR-CLASS       PIC X(7).
*
* TRADING DAYS, NEWEST FIRST, FROM THE RUN DATE BACK ABOUT TEN
* YEARS.  A DATE OLDER THAN THE LAST ENTRY IS SHOWN AS THE TABLE
* SIZE WITH A '+'.
01  TD-TBL.
    05  TD-MAX          PIC 9(4) VALUE 2600 COMP.
    05  TD-CNT          PIC 9(4) VALUE 0 COMP.
    05  TD-KEY OCCURS 2600 PIC 9(8).
*
* AGE IN TRADING DAYS OF THE DATE IN AG-KEY - THE NUMBER OF TRADING
* DAYS AFTER IT UP TO AND INCLUDING THE RUN DATE
01  AGE-WRK.
    05  AG-KEY          PIC 9(8).
    05  AG-DAYS         PIC 9(4) COMP.
    05  AG-LO           PIC 9(4) COMP.
    05  AG-HI           PIC 9(4) COMP.
    05  AG-MID          PIC 9(4) COMP.
    05  DAYS-DORM       PIC 9(4) COMP.
    05  PD-KEY          PIC 9(8).
    05  PD-KEY-R REDEFINES PD-KEY.
    10  PD-YYYY     PIC 9(4).
    10  PD-MMDD     PIC 9(4).
*
* HOLIDAYS FROM THE TRADING CALENDAR, AS YYYYMMDD KEYS
01  TCAL-TABLE.
    05  TCAL-MAX        PIC 9(4) VALUE 400 COMP.
    05  TCAL-CNT        PIC 9(4) VALUE 0 COMP.
    05  TCAL-X          PIC 9(4) VALUE 0 COMP.
    05  TCAL-HOL OCCURS 400 PIC 9(8).
*
* WORKING DATE FOR THE STEP BACK THROUGH THE CALENDAR, AND THE
* ZELLER DAY-OF-WEEK WORK FIELDS, AS IN PD
01  CAL-WRK.
    05  CAL-W-YYYY      PIC 9(4) VALUE 0 COMP.
    05  CAL-W-MM        PIC 9(2) VALUE 0 COMP.
    05  CAL-W-DD        PIC 9(2) VALUE 0 COMP.
    05  CAL-W-LEN       PIC 9(2) VALUE 0 COMP.
    05  CAL-W-Q4        PIC 9(4) VALUE 0 COMP.
    05  CAL-W-R4        PIC 9(4) VALUE 0 COMP.
    05  CAL-W-KEY       PIC 9(8) VALUE 0.
    05  CAL-DOW         PIC 9(4) VALUE 0 COMP.
    05  CAL-ZY          PIC 9(4) VALUE 0 COMP.
    05  CAL-ZM          PIC 9(4) VALUE 0 COMP.
    05  CAL-ZJ          PIC 9(4) VALUE 0 COMP.
    05  CAL-ZK          PIC 9(4) VALUE 0 COMP.
    05  CAL-ZT          PIC 9(4) VALUE 0 COMP.
    05  CAL-ZT2         PIC 9(4) VALUE 0 COMP.
    05  CAL-ZK4         PIC 9(4) VALUE 0 COMP.
    05  CAL-ZJ4         PIC 9(4) VALUE 0 COMP.
    05  CAL-ZQ          PIC 9(4) VALUE 0 COMP.
01  CAL-MONTH-LENS      PIC X(24) VALUE
    '312831303130313130313031'.
01  C-M-L REDEFINES CAL-MONTH-LENS.
    05  CAL-MONTH-LEN OCCURS 12 PIC 9(2).
*
01  ID-1.
    05  FILLER      PIC X(57) JUST RIGHT VALUE
    'INTERACTIVE DATA CORPORATION'.
    05  FILLER      PIC X(26) JUST RIGHT VALUE
    'DORMANT SECURITY REPORT'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  ID-2.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(30) VALUE
      'ID:     DORMNT;  VERSION 01;  '.
    05  FILLER      PIC X(27) VALUE SPACES.
*
01  DASHES.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(53) VALUE ALL '-'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  RUN-DT-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  FILLER      PIC X(14) VALUE 'AS OF RUN DATE'.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  RDL-DT      PIC 99/99/99.
    05  FILLER      PIC X(4) VALUE SPACES.
    05  RDL-TD-CNT  PIC ZZZ9.
    05  FILLER      PIC X(23) VALUE ' TRADING DAYS ON TABLE'.
*
01  THR-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  FILLER      PIC X(11) VALUE 'ISSUE TYPE '.
    05  THL-TYPE    PIC X.
    05  FILLER      PIC X(4) VALUE SPACES.
    05  THL-CLASS   PIC X(7).
    05  FILLER      PIC X(17) VALUE '  DORMANT AFTER  '.
    05  THL-DORM    PIC ZZZZ9.
    05  FILLER      PIC X(15) VALUE '  PURGE AFTER  '.
    05  THL-PURGE   PIC ZZZZ9.
*
01  DRM-HEAD-1.
    05  FILLER      PIC X(13) VALUE ' QSIP'.
    05  FILLER      PIC X(8) VALUE 'TICKER'.
    05  FILLER      PIC X(30) VALUE 'DESCRIPTION'.
    05  FILLER      PIC X(5) VALUE 'EXCH'.
    05  FILLER      PIC X(5) VALUE 'TYPE'.
    05  FILLER      PIC X(12) VALUE '  LAST CLOSE'.
    05  FILLER      PIC X(12) VALUE '  LAST TRADE'.
    05  FILLER      PIC X(8) VALUE '   PRICE'.
    05  FILLER      PIC X(8) VALUE '    DAYS'.
    05  FILLER      PIC X(8) VALUE '  ACTION'.
*
01  DRM-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  DL-QSIP     PIC X(10).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  DL-TIC      PIC X(6).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  DL-DESCRIP  PIC X(28).
    05  FILLER      PIC X(3) VALUE SPACES.
    05  DL-X-CD     PIC X.
    05  FILLER      PIC X(4) VALUE SPACES.
    05  DL-ISS-TYPE PIC X.
    05  FILLER      PIC X(4) VALUE SPACES.
    05  DL-CLOSE    PIC X(9).
    05  FILLER      PIC X(5) VALUE SPACES.
    05  DL-LAST-TDT PIC X(6).
    05  FILLER      PIC X(4) VALUE SPACES.
    05  DL-PRICE-DT PIC X(4).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  DL-DAYS     PIC ZZZ9.
    05  DL-OVER     PIC X.
    05  FILLER      PIC X(3) VALUE SPACES.
    05  DL-ACTION   PIC X(5).
*
01  ED-AREAS.
    05  ED-PRC          PIC ZZZ9.999.
    05  ED-PRC4         PIC ZZ9.9999.
*
01  EL-MSG-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(9) VALUE '****     '.
    05  ELM-MSG     PIC X(40).
    05  ELM-KEY     PIC X(16).
    05  FILLER      PIC X(5) VALUE ' ****'.
*
01  TOT-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  TL-LABEL    PIC X(30).
    05  TL-CNT      PIC Z(7)9.
*
PROCEDURE DIVISION.
JOB-START SECTION.
JOB-START-PARA.
* TOP LEVEL ROUTINE

    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-REC FROM ID-1 AFTER ADVANCING NEXT-PAGE.
    WRITE PRINT-REC FROM ID-2 AFTER ADVANCING 2 LINES.
    WRITE PRINT-REC FROM DASHES AFTER ADVANCING 1 LINES.

* THRESHOLDS - CLASS DEFAULTS, THEN THE DRMCTL CARDS
    PERFORM THR-INIT.
    PERFORM CTL-LOAD.

* RUN DATE AND THE TRADING DAYS BEHIND IT
    PERFORM RUN-DT-GET.
    IF RUN-KEY EQUAL TO 0
   MOVE 'NO RUN HISTORY - NO RUN DATE TO AGE FROM' TO ELM-MSG
   MOVE SPACES TO ELM-KEY
   PERFORM MSG-OUT
   CLOSE PRINT-FILE
   STOP RUN.
    PERFORM TCAL-LOAD.
    PERFORM TD-BUILD.
    PERFORM THR-OUT.

    OPEN INPUT MAST-FILE.
    OPEN OUTPUT PURGE-FILE.
    MOVE SPACES TO PRINT-REC.
    MOVE DRM-HEAD-1 TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING NEXT-PAGE.
    PERFORM MAST-READ.
    PERFORM DRM-CHK UNTIL ENDMAST.

    PERFORM TOT-OUT.
    CLOSE MAST-FILE, PURGE-FILE, PRINT-FILE.
    STOP RUN.
*********************************************************
*********************************************************
*
THR-INIT SECTION.
THR-INIT-PARA.
* EVERY TYPE STARTS AT ITS CLASS DEFAULT
    MOVE 0 TO TX.
TI-NEXT.
    ADD 1 TO TX.
    IF TX GREATER THR-MAX
   GO TO TI-EXIT.
    IF TX GREATER 36
   MOVE SPACE TO TEST-ISS-TYPE
    ELSE
   MOVE TYPE-CODE (TX) TO TEST-ISS-TYPE.
    IF TEST-IS-STOCK
   MOVE DEF-STK-DORM TO THR-DORM (TX)
   MOVE DEF-STK-PURGE TO THR-PURGE (TX)
   MOVE 'STOCK' TO THR-CLASS (TX)
    ELSE IF TEST-IS-BOND
   MOVE DEF-BND-DORM TO THR-DORM (TX)
   MOVE DEF-BND-PURGE TO THR-PURGE (TX)
   MOVE 'BOND' TO THR-CLASS (TX)
    ELSE IF TEST-IS-OPTION
   MOVE DEF-OPT-DORM TO THR-DORM (TX)
   MOVE DEF-OPT-PURGE TO THR-PURGE (TX)
   MOVE 'OPTION' TO THR-CLASS (TX)
    ELSE IF TEST-IS-FUTURE
   MOVE DEF-FUT-DORM TO THR-DORM (TX)
   MOVE DEF-FUT-PURGE TO THR-PURGE (TX)
   MOVE 'FUTURE' TO THR-CLASS (TX)
    ELSE
   MOVE DEF-OTH-DORM TO THR-DORM (TX)
   MOVE DEF-OTH-PURGE TO THR-PURGE (TX)
   MOVE 'OTHER' TO THR-CLASS (TX).
    GO TO TI-NEXT.
TI-EXIT.           EXIT.
*
*********************************************************
*
CTL-LOAD SECTION.
CTL-LOAD-PARA.
* EACH CARD IS DORMANT-DAYS OR PURGE-DAYS, A 5-DIGIT COUNT OF
* TRADING DAYS, AND THE ISSUE TYPE IN COLUMN 21.  A BLANK ISSUE
* TYPE SETS EVERY TYPE, SO A BLANK CARD FOLLOWED BY TYPE CARDS
* GIVES ONE RULE WITH EXCEPTIONS.  A CARD WITH AN UNKNOWN KEYWORD
* OR A NON-NUMERIC COUNT IS REPORTED AND IGNORED.
    OPEN INPUT DRM-CTL-FILE.
CL-READ.
    READ DRM-CTL-FILE AT END
   GO TO CL-DONE.
    IF DRM-CTL-REC EQUAL TO SPACES
   GO TO CL-READ.
    MOVE DC-KEYWORD TO ELM-KEY.
    IF DC-KEYWORD NOT EQUAL TO 'DORMANT-DAYS' AND
   DC-KEYWORD NOT EQUAL TO 'PURGE-DAYS'
   MOVE 'CONTROL CARD IGNORED - KEYWORD' TO ELM-MSG
   PERFORM MSG-OUT
   GO TO CL-READ.
    IF DC-VALUE-X NOT NUMERIC
   MOVE 'CONTROL CARD IGNORED - COUNT NOT NUMERIC' TO ELM-MSG
   PERFORM MSG-OUT
   GO TO CL-READ.
    IF DC-ISS-TYPE EQUAL TO SPACE
   MOVE 1 TO TX
   GO TO CL-SET.
    MOVE DC-ISS-TYPE TO TEST-ISS-TYPE.
    PERFORM TYPE-FIND.
    IF TX GREATER 36
   MOVE 'CONTROL CARD IGNORED - ISSUE TYPE' TO ELM-MSG
   MOVE DC-ISS-TYPE TO ELM-KEY
   PERFORM MSG-OUT
   GO TO CL-READ.
CL-SET.
    IF DC-KEYWORD EQUAL TO 'DORMANT-DAYS'
   MOVE DC-VALUE TO THR-DORM (TX)
    ELSE
   MOVE DC-VALUE TO THR-PURGE (TX).
    IF DC-ISS-TYPE EQUAL TO SPACE AND TX LESS THR-MAX
   ADD 1 TO TX
   GO TO CL-SET.
    GO TO CL-READ.
CL-DONE.
    CLOSE DRM-CTL-FILE.
CL-EXIT.           EXIT.
*
*********************************************************
*
TYPE-FIND SECTION.
TYPE-FIND-PARA.
* TABLE ENTRY IN TX FOR THE ISSUE TYPE IN TEST-ISS-TYPE, 37 WHEN
* IT IS NOT ONE OF TYPE-CODES
    MOVE 1 TO TX.
TF-LOOP.
    IF TX GREATER 36
   GO TO TF-EXIT.
    IF TYPE-CODE (TX) EQUAL TO TEST-ISS-TYPE
   GO TO TF-EXIT.
    ADD 1 TO TX.
    GO TO TF-LOOP.
TF-EXIT.           EXIT.
*
*********************************************************
*
RUN-DT-GET SECTION.
RUN-DT-GET-PARA.
* THE LAST RUN-HISTORY DATE IS THE RUN DATE.  ITS LAST YEAR DIGIT
* DATES THE PROPOSED BULLETINS.
    MOVE 0 TO RH-RUN-DT.
    MOVE 0 TO RUN-KEY.
    OPEN INPUT RUN-HIST-FILE.
RDG-READ.
    READ RUN-HIST-FILE INTO RUN-HIST-DTL AT END
   GO TO RDG-DONE.
    GO TO RDG-READ.
RDG-DONE.
    CLOSE RUN-HIST-FILE.
    IF RH-RUN-DT EQUAL TO 0
   GO TO RDG-EXIT.
    MOVE RH-RUN-DT TO DK-DT.
    PERFORM DT-KEY.
    MOVE DK-KEY TO RUN-KEY.
    DIVIDE RUN-YYYY BY 10 GIVING RUN-DECADE REMAINDER RUN-Y.
RDG-EXIT.           EXIT.
*
*********************************************************
*
TCAL-LOAD SECTION.
TCAL-LOAD-PARA.
* LOAD THE TRADING-CALENDAR HOLIDAYS.  'X' HALF-DAY RECORDS ARE
* TRADING DAYS.  A FULL TABLE IS REPORTED BEFORE THE REST OF THE
* FILE IS SKIPPED.
    OPEN INPUT TRD-CAL-FILE.
TCL-READ.
    READ TRD-CAL-FILE AT END
   GO TO TCL-DONE.
    IF TC-TYPE NOT EQUAL TO 'H'
   GO TO TCL-READ.
    IF TC-DATE-X NOT NUMERIC
   GO TO TCL-READ.
    IF TCAL-CNT LESS TCAL-MAX
   ADD 1 TO TCAL-CNT
   MOVE TC-DATE TO DK-DT
   PERFORM DT-KEY
   MOVE DK-KEY TO TCAL-HOL (TCAL-CNT)
   GO TO TCL-READ.
    MOVE 'HOLIDAY TABLE FULL - CALENDAR SKIPPED AT' TO ELM-MSG.
    MOVE TC-DATE-X TO ELM-KEY.
    PERFORM MSG-OUT.
TCL-DONE.
    CLOSE TRD-CAL-FILE.
TCL-EXIT.           EXIT.
*
*********************************************************
*
TD-BUILD SECTION.
TD-BUILD-PARA.
* STEP BACK FROM THE RUN DATE A DAY AT A TIME, KEEPING EVERY DAY
* THAT IS NOT A SATURDAY, SUNDAY OR CALENDAR HOLIDAY
    MOVE RUN-YYYY TO CAL-W-YYYY.
    MOVE RUN-MM TO CAL-W-MM.
    MOVE RUN-DD TO CAL-W-DD.
    MOVE 0 TO TD-CNT.
TDB-STEP.
    IF TD-CNT NOT LESS TD-MAX
   GO TO TDB-EXIT.
    COMPUTE CAL-W-KEY =
   (CAL-W-YYYY * 10000) + (CAL-W-MM * 100) + CAL-W-DD.
    PERFORM CAL-DOW-SET.
    IF CAL-DOW EQUAL TO 0 OR 1
* ZELLER: 0 IS SATURDAY, 1 IS SUNDAY
   PERFORM DAY-BACK
   GO TO TDB-STEP.
    PERFORM TCAL-HOL-CHK.
    IF CAL-IS-HOL
   PERFORM DAY-BACK
   GO TO TDB-STEP.
    ADD 1 TO TD-CNT.
    MOVE CAL-W-KEY TO TD-KEY (TD-CNT).
    PERFORM DAY-BACK.
    GO TO TDB-STEP.
TDB-EXIT.           EXIT.
*
*********************************************************
*
DAY-BACK SECTION.
DAY-BACK-PARA.
* STEP THE WORKING DATE BACK ONE DAY.  FEBRUARY GETS ITS LEAP DAY
* ON YEARS DIVISIBLE BY FOUR, AS IN PD'S DAY-ADVANCE.
    IF CAL-W-DD GREATER 1
   SUBTRACT 1 FROM CAL-W-DD
   GO TO DB-EXIT.
    IF CAL-W-MM GREATER 1
   SUBTRACT 1 FROM CAL-W-MM
    ELSE
   MOVE 12 TO CAL-W-MM
   SUBTRACT 1 FROM CAL-W-YYYY.
    MOVE CAL-MONTH-LEN (CAL-W-MM) TO CAL-W-LEN.
    IF CAL-W-MM EQUAL TO 2
   DIVIDE CAL-W-YYYY BY 4 GIVING CAL-W-Q4 REMAINDER CAL-W-R4
   IF CAL-W-R4 EQUAL TO 0
      MOVE 29 TO CAL-W-LEN.
    MOVE CAL-W-LEN TO CAL-W-DD.
DB-EXIT.           EXIT.
*
*********************************************************
*
CAL-DOW-SET SECTION.
CAL-DOW-SET-PARA.
* DAY OF WEEK FOR CAL-W-YYYY/MM/DD BY ZELLER'S CONGRUENCE
* (0 = SATURDAY, 1 = SUNDAY).  THE DIVIDES STAY SEPARATE SO THE
* QUOTIENTS TRUNCATE THE WAY THE FORMULA NEEDS.
    MOVE CAL-W-MM TO CAL-ZM.
    MOVE CAL-W-YYYY TO CAL-ZY.
    IF CAL-ZM LESS 3
   ADD 12 TO CAL-ZM
   SUBTRACT 1 FROM CAL-ZY.
    DIVIDE CAL-ZY BY 100 GIVING CAL-ZJ REMAINDER CAL-ZK.
    COMPUTE CAL-ZT = 13 * (CAL-ZM + 1).
    DIVIDE CAL-ZT BY 5 GIVING CAL-ZT2.
    DIVIDE CAL-ZK BY 4 GIVING CAL-ZK4.
    DIVIDE CAL-ZJ BY 4 GIVING CAL-ZJ4.
    COMPUTE CAL-DOW = CAL-W-DD + CAL-ZT2 + CAL-ZK + CAL-ZK4
   + CAL-ZJ4 + (5 * CAL-ZJ).
    DIVIDE CAL-DOW BY 7 GIVING CAL-ZQ REMAINDER CAL-DOW.
CDS-EXIT.           EXIT.
*
*********************************************************
*
TCAL-HOL-CHK SECTION.
TCAL-HOL-CHK-PARA.
* IS THE DATE IN CAL-W-KEY A CALENDAR HOLIDAY
    MOVE 'F' TO CAL-HOL-SW.
    MOVE 1 TO TCAL-X.
THC-LOOP.
    IF TCAL-X GREATER TCAL-CNT
   GO TO THC-EXIT.
    IF TCAL-HOL (TCAL-X) EQUAL TO CAL-W-KEY
   MOVE 'T' TO CAL-HOL-SW
   GO TO THC-EXIT.
    ADD 1 TO TCAL-X.
    GO TO THC-LOOP.
THC-EXIT.           EXIT.
*
*********************************************************
*
THR-OUT SECTION.
THR-OUT-PARA.
* THE RUN DATE AND THE THRESHOLDS IN EFFECT
    MOVE RH-RUN-DT TO RDL-DT.
    MOVE TD-CNT TO RDL-TD-CNT.
    MOVE SPACES TO PRINT-REC.
    MOVE RUN-DT-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE SPACES TO PRINT-REC.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE 0 TO TX.
THO-NEXT.
    ADD 1 TO TX.
    IF TX GREATER THR-MAX
   GO TO THO-EXIT.
    IF TX GREATER 36
   MOVE '*' TO THL-TYPE
    ELSE
   MOVE TYPE-CODE (TX) TO THL-TYPE.
    MOVE THR-CLASS (TX) TO THL-CLASS.
    MOVE THR-DORM (TX) TO THL-DORM.
    MOVE THR-PURGE (TX) TO THL-PURGE.
    MOVE SPACES TO PRINT-REC.
    MOVE THR-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    GO TO THO-NEXT.
THO-EXIT.           EXIT.
*
*********************************************************
*
MAST-READ SECTION.
MAST-READ-PARA.
* NEXT MASTER RECORD.  THE FIRST NINES RECORD ENDS THE FILE.
    READ MAST-FILE INTO OUTP-REC AT END
   MOVE 'T' TO W-ENDMAST
   GO TO MRD-EXIT.
    IF O-ISSUER EQUAL TO '999999'
   MOVE 'T' TO W-ENDMAST
   GO TO MRD-EXIT.
    ADD 1 TO READ-CNT.
MRD-EXIT.           EXIT.
*
*********************************************************
*
DRM-CHK SECTION.
DRM-CHK-PARA.
* AGE ONE SECURITY.  IT IS DORMANT WHEN EITHER ITS LAST TRADE DATE
* OR ITS PRICE DATE IS MORE THAN THE TYPE'S DORMANT THRESHOLD OF
* TRADING DAYS OLD, AND THE OLDER OF THE TWO IS THE DAYS DORMANT.
* A SECURITY WITH NEITHER DATE ON FILE IS COUNTED, NOT REPORTED.
    IF O-ISS-ST EQUAL TO '5' OR 'C'
   ADD 1 TO INACT-CNT
   GO TO DC-NEXT.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    PERFORM TYPE-FIND.
    IF THR-DORM (TX) EQUAL TO 0
   ADD 1 TO OFF-CNT
   GO TO DC-NEXT.
    MOVE 0 TO DAYS-DORM.
    MOVE 'F' TO DAYS-OVER-SW.
    MOVE SPACES TO DL-LAST-TDT, DL-PRICE-DT.
    IF O-LAST-TDT-X NOT NUMERIC OR O-LAST-TDT EQUAL TO 0
   GO TO DC-PRICE-DT.
    MOVE O-LAST-TDT TO DK-DT.
    PERFORM DT-KEY.
    MOVE DK-KEY TO AG-KEY.
    PERFORM AGE-GET.
    MOVE AG-DAYS TO DAYS-DORM.
    MOVE AG-OVER-SW TO DAYS-OVER-SW.
    MOVE O-LAST-TDT-X TO DL-LAST-TDT.
DC-PRICE-DT.
* THE PRICE DATE CARRIES NO YEAR - IT IS THE LATEST MMDD NOT PAST
* THE RUN DATE
    IF O-PRICE-DT-X NOT NUMERIC OR O-PRICE-DT EQUAL TO 0
   GO TO DC-TEST.
    MOVE RUN-YYYY TO PD-YYYY.
    MOVE O-PRICE-DT TO PD-MMDD.
    IF PD-MMDD GREATER RUN-MMDD
   SUBTRACT 1 FROM PD-YYYY.
    MOVE PD-KEY TO AG-KEY.
    PERFORM AGE-GET.
    IF AG-DAYS GREATER DAYS-DORM
   MOVE AG-DAYS TO DAYS-DORM
   MOVE AG-OVER-SW TO DAYS-OVER-SW.
    MOVE O-PRICE-DT-X TO DL-PRICE-DT.
DC-TEST.
    IF DL-LAST-TDT EQUAL TO SPACES AND DL-PRICE-DT EQUAL TO SPACES
   ADD 1 TO NODATE-CNT
   GO TO DC-NEXT.
    IF DAYS-DORM NOT GREATER THR-DORM (TX)
   ADD 1 TO LIVE-CNT
   GO TO DC-NEXT.
    ADD 1 TO DORM-CNT.
    MOVE SPACES TO DL-ACTION.
    IF THR-PURGE (TX) GREATER 0 AND
   DAYS-DORM GREATER THR-PURGE (TX)
   PERFORM PURGE-OUT
   MOVE 'PURGE' TO DL-ACTION.
    PERFORM DRM-LINE-OUT.
DC-NEXT.
    PERFORM MAST-READ.
DC-EXIT.           EXIT.
*
*********************************************************
*
AGE-GET SECTION.
AGE-GET-PARA.
* COUNT THE TRADING DAYS NEWER THAN AG-KEY BY BINARY SEARCH OF THE
* DESCENDING TABLE.  AG-OVER WHEN AG-KEY IS OLDER THAN THE WHOLE
* TABLE.
    MOVE 0 TO AG-LO.
    MOVE TD-CNT TO AG-HI.
AGG-SPLIT.
    IF AG-LO NOT LESS AG-HI
   GO TO AGG-DONE.
    COMPUTE AG-MID = (AG-LO + AG-HI + 1) / 2.
    IF TD-KEY (AG-MID) GREATER AG-KEY
   MOVE AG-MID TO AG-LO
    ELSE
   COMPUTE AG-HI = AG-MID - 1.
    GO TO AGG-SPLIT.
AGG-DONE.
    MOVE AG-LO TO AG-DAYS.
    MOVE 'F' TO AG-OVER-SW.
    IF AG-LO EQUAL TO TD-CNT AND TD-CNT EQUAL TO TD-MAX
   MOVE 'T' TO AG-OVER-SW.
AGG-EXIT.           EXIT.
*
*********************************************************
*
PURGE-OUT SECTION.
PURGE-OUT-PARA.
* ONE PROPOSED DELETION - A STATUS 'C' HEAD BULLETIN, REPORTED AND
* EFFECTIVE ON THE RUN DATE, WITH NO CROSS-REFERENCE
    MOVE SPACES TO UPD-REC.
    MOVE O-X-QSIP TO U-X-QSIP.
    MOVE 'D' TO U-REC-TYPE.
    MOVE RUN-Y TO U-RPT-Y, U-EFCT-Y.
    MOVE RUN-MM TO U-RPT-MM, U-EFCT-MM.
    MOVE RUN-DD TO U-RPT-DD, U-EFCT-DD.
    MOVE 'C' TO U-ISS-ST.
    MOVE 0 TO U-XREF-FLAG.
    MOVE 0 TO U-REF-PR.
    MOVE O-ISS-TYPE TO U-ISS-TYPE.
    WRITE PURGE-REC FROM UPD-REC.
    ADD 1 TO PURGE-CNT.
PO-EXIT.           EXIT.
*
*********************************************************
*
DRM-LINE-OUT SECTION.
DRM-LINE-OUT-PARA.
* ONE REPORT LINE.  FUTURES QUOTED TO FOUR PLACES SHOW THE *4
* CLOSE, AS SECINQ DOES.
    MOVE O-X-QSIP TO DL-QSIP.
    MOVE O-X-TIC TO DL-TIC.
    MOVE O-ISSUER-DESCRIP TO DL-DESCRIP.
    MOVE O-X-CD TO DL-X-CD.
    MOVE O-ISS-TYPE TO DL-ISS-TYPE.
    IF TEST-IS-FUTURE AND O-FUT-DP4-CD EQUAL TO '4'
   MOVE O-CLOSE4 TO ED-PRC4
   MOVE ED-PRC4 TO DL-CLOSE
    ELSE
   MOVE O-CLOSE TO ED-PRC
   MOVE ED-PRC TO DL-CLOSE.
    MOVE DAYS-DORM TO DL-DAYS.
    IF DAYS-OVER
   MOVE '+' TO DL-OVER
    ELSE
   MOVE SPACE TO DL-OVER.
    MOVE SPACES TO PRINT-REC.
    MOVE DRM-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
DLO-EXIT.           EXIT.
*
*********************************************************
*
DT-KEY SECTION.
DT-KEY-PARA.
* MMDDYY IN DK-DT TO A YYYYMMDD KEY IN DK-KEY
    IF DK-YY LESS 70
   COMPUTE DK-YYYY = 2000 + DK-YY
    ELSE
   COMPUTE DK-YYYY = 1900 + DK-YY.
    COMPUTE DK-KEY = DK-YYYY * 10000 + DK-MM * 100 + DK-DD.
DK-EXIT.           EXIT.
*
*********************************************************
*
TOT-OUT SECTION.
TOT-OUT-PARA.
    MOVE SPACES TO PRINT-REC.
    MOVE ' DORMANT SECURITY TOTALS' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING NEXT-PAGE.
    MOVE DASHES TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE 'MASTER RECORDS READ' TO TL-LABEL.
    MOVE READ-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'INACTIVE (STATUS 5 OR C)' TO TL-LABEL.
    MOVE INACT-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'TYPE NOT CHECKED' TO TL-LABEL.
    MOVE OFF-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'NO TRADE OR PRICE DATE' TO TL-LABEL.
    MOVE NODATE-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'ACTIVE WITHIN THRESHOLD' TO TL-LABEL.
    MOVE LIVE-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'DORMANT' TO TL-LABEL.
    MOVE DORM-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'PURGE BULLETINS PROPOSED' TO TL-LABEL.
    MOVE PURGE-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
TO-EXIT.           EXIT.
*
*********************************************************
*
MSG-OUT SECTION.
MSG-OUT-PARA.
* ONE MESSAGE LINE.  THE CALLER MOVES THE TEXT AND KEY INTO
* ELM-MSG/ELM-KEY FIRST.
    MOVE SPACES TO PRINT-REC.
    MOVE EL-MSG-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
MO-EXIT.           EXIT.
*
*********************************************************
*
TOT-LINE-OUT SECTION.
TOT-LINE-OUT-PARA.
* ONE COUNT LINE.  THE CALLER MOVES THE LABEL AND COUNT INTO
* TL-LABEL/TL-CNT FIRST.
    MOVE SPACES TO PRINT-REC.
    MOVE TOT-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
TLO-EXIT.           EXIT.
*
*********************************************************
******************* END OF PROGRAM **********************
*********************************************************
