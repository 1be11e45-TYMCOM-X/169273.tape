IDENTIFICATION DIVISION.
PROGRAM-ID.                    MSTCMP.
AUTHOR.                IDSI.
REMARKS.               MASTER GENERATION COMPARE: VERSION 01.
         COMPANION TO THE 40 TO 216 CONVERT SOFTWARE (PD).
         READS TWO GENERATIONS OF THE 216-BYTE MASTER (OUTTP70),
         BOTH IN QSIP ORDER, AND REPORTS EVERY FIELD THAT DIFFERS
         ON A SECURITY CARRIED ON BOTH, PLUS EVERY SECURITY ADDED
         OR DROPPED.  FIELDS ARE DECODED PER ISSUE TYPE THE WAY
         SECINQ DECODES THEM - THE EARNINGS/IAD, BOND QUALITY,
         CALL/INTEREST, OPTION UNDERLYING, FUTURES CASH-PRICE AND
         MORTGAGE OVERLAYS - WITH THE DECIMAL POINTS RESTORED.
         BOTH IMAGES ARE DECODED UNDER THE NEWER GENERATION'S
         ISSUE TYPE, SO A CHANGE OF ISSUE TYPE SHOWS AS ITSELF AND
         AS THE OVERLAY FIELDS IT MOVED.  A RECORD THAT DIFFERS
         ONLY IN BYTES NO DECODED FIELD COVERS IS REPORTED UNDER
         THE FIELD NAME OTHER BYTES.  THE COMPARE CAN BE LIMITED
         TO A QSIP RANGE, TO ISSUE TYPES AND TO NAMED FIELDS BY
         SELECTION CARDS.  OUTPUT IS A PRINTED REPORT WITH TOTALS
         BY FIELD NAME AND A FLAT FILE OF THE SAME DIFFERENCES.
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
* THE TWO MASTER GENERATIONS - OLDGEN IS THE EARLIER (OR THE
* PRODUCTION) TAPE, NEWGEN THE LATER (OR THE PARALLEL RUN'S)
    SELECT OLD-GEN-FILE  ASSIGN TO OLDGEN.
    SELECT NEW-GEN-FILE  ASSIGN TO NEWGEN.
* SELECTION CARDS - NO FILE, OR NO CARDS, COMPARES EVERYTHING
    SELECT OPTIONAL SEL-FILE ASSIGN TO CMPSEL.
* ONE RECORD PER DIFFERENCE, ADD OR DROP
    SELECT DIFF-FILE     ASSIGN TO CMPDIFF.
DATA DIVISION.
FILE SECTION.
FD  OLD-GEN-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  OLD-GEN-REC         PIC X(216).
FD  NEW-GEN-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  NEW-GEN-REC         PIC X(216).
FD  SEL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SEL-REC.
    05  SC-KEYWORD        PIC X(12).
    05  FILLER            PIC X(2).
    05  SC-VALUE          PIC X(16).
    05  SC-VALUE-R REDEFINES SC-VALUE.
      10  SC-QSIP           PIC X(10).
      10  FILLER            PIC X(6).
    05  SC-VALUE-T REDEFINES SC-VALUE.
      10  SC-ISS-TYPE       PIC X.
      10  FILLER            PIC X(15).
    05  FILLER            PIC X(10).
FD  DIFF-FILE
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  DIFF-REC            PIC X(100).
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
* THE TWO RECORDS IN HAND.  A QSIP OF NINES IS THE TRAILER THAT
* ENDS A GENERATION; A 'CT' TRAILER CARRIES PD'S RECORD COUNT.
01  OLD-WRK.
    05  OW-X-QSIP.
      10  OW-ISSUER           PIC X(6).
      10  FILLER              PIC X(4).
    05  FILLER            PIC X(206).
01  OLD-TRLR REDEFINES OLD-WRK.
    05  FILLER            PIC X(6).
    05  OWT-ID            PIC X(2).
    05  OWT-REC-CNT       PIC 9(6).
    05  FILLER            PIC X(202).
01  NEW-WRK.
    05  NW-X-QSIP.
      10  NW-ISSUER           PIC X(6).
      10  FILLER              PIC X(4).
    05  FILLER            PIC X(206).
01  NEW-TRLR REDEFINES NEW-WRK.
    05  FILLER            PIC X(6).
    05  NWT-ID            PIC X(2).
    05  NWT-REC-CNT       PIC 9(6).
    05  FILLER            PIC X(202).
*
* THE RECORD BEING DECODED - SAME 216-BYTE IMAGE PD WRITES TO THE
* NEW MASTER TAPE
01  OUTP-REC.
    05  O-X-QSIP.
      10  O-ISSUER            PIC X(6).
      10  O-ISSUE             PIC X(2).
      10  O-UNQ-CD            PIC X.
      10  O-X-CD              PIC X.
    05  O-X-TIC.
      10  O-PRIM-TIC          PIC X(4).
      10  O-GRP-ID            PIC X.
      10  O-CLASS-ID          PIC X.
    05  O-SIC             PIC X(4).
    05  O-ISSUER-DESCRIP          PIC X(28).
    05  O-ISSUE-DESCRIP.
      10  FILLER              PIC X(13).
      10  O-FUT-DP4-CD            PIC X.
      10  FILLER              PIC X(6).
    05  O-ISSUE-R2 REDEFINES O-ISSUE-DESCRIP.
      10  FILLER              PIC X(19).
      10  O-OP-TYPE           PIC X.
    05  O-PRICE-SECT.
      10  O-PRICE-DT          PIC 9(4).
      10  O-VOL               PIC 9(7).
      10  O-HIGH              PIC 9(4)V9(3).
      10  O-HIGH4 REDEFINES O-HIGH    PIC 9(3)V9(4).
      10  O-LOW               PIC 9(4)V9(3).
      10  O-LOW4 REDEFINES O-LOW      PIC 9(3)V9(4).
      10  O-CLOSE             PIC 9(4)V9(3).
      10  O-CLOSE4 REDEFINES O-CLOSE      PIC 9(3)V9(4).
      10  O-ADJ-PREV-CLOSE        PIC 9(4)V9(3).
      10  O-ADJ-PREV-CLOSE4 REDEFINES
    O-ADJ-PREV-CLOSE          PIC 9(3)V9(4).
    05  O-IND-SECT.
      10  O-ISS-TYPE          PIC X.
      10  O-TRD-TYPE          PIC X.
      10  O-ISS-ST            PIC X.
      10  O-XPRICE-ST         PIC X.
      10  O-MAT-DT.
    15  O-MAT-MM          PIC 99.
    15  O-MAT-DD          PIC 99.
    15  O-MAT-YYYY            PIC 9(4).
      10  O-EXP-DT   REDEFINES O-MAT-DT   PIC 9(8).
      10  O-COUP-RATE         PIC 9(2)V9(4).
      10  O-ADJ-FACT REDEFINES O-COUP-RATE PIC 9(2)V9(4).
      10  O-TRD-ADJ   REDEFINES O-COUP-RATE PIC 9(3)V9(3).
      10  O-MRG-IND           PIC X.
      10  O-BOND-FORM REDEFINES O-MRG-IND PIC X.
      10  O-TRD-UN-ST   REDEFINES O-MRG-IND PIC X.
      10  O-LAST-TDT          PIC 9(6).
    05  O-EARN-IAD-SECT.
      10  O-END12-DT          PIC 9(2).
      10  O-ERN-PER-SHR           PIC 9(2)V9(3).
      10  O-NEG-IND           PIC X.
      10  O-SHRS-OUT          PIC 9(7).
      10  O-IAD-FOOT          PIC 9.
      10  O-IAD               PIC 9(1)V9(3).
    05  O-BOND-QUAL-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-YIELD-2-CALL          PIC 9(2)V9(3).
      10  FILLER              PIC X.
      10  O-SNP-BD            PIC X.
      10  O-MOODY-RATE            PIC X.
      10  O-AMT-OUT           PIC X(7).
      10  O-YIELD-2-MAT           PIC 9(2)V9(3).
    05  O-FUT-CASH-PRICE-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-FUT-CASH-PRICE      PIC 9(5)V9(3).
      10  O-FUT-OPEN-INTEREST       PIC 9(7).
      10  FILLER             PIC X(5).
    05  O-UND-STK-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-UND-STK-PRICE         PIC 9(4)V9(3).
      10  O-OPEN-INT-ADJ-IND      PIC 9.
      10  O-OPEN-INT          PIC X(7).
      10  O-OVER-10K-ADJ          PIC X(5).
    05  O-DIVIDEND-AREAS.
      10  O-DIVSECT-1-2 OCCURS 2 TIMES.
    15  O-DIV-AMT         PIC 9(2)V9(4).
    15  O-DIV-XDIS-DT         PIC 9(6).
    15  O-DIV-REC-DT          PIC 9(6).
    15  O-DIV-PAY-DT          PIC 9(6).
    15  O-DIV-PAY-MTD         PIC X.
    15  O-DIV-PAY-ODR         PIC X.
    15  O-DIV-TX-BS           PIC X.
    15  O-DIV-LR-CD           PIC X.
    15  O-DIV-FQ-CD           PIC X.
    15  O-DIV2-TRANS-CD       PIC X.
    15  O-DIV-RV-IND          PIC X.
    15  O-DIV-ECODE           PIC X.
    05  O-ALT-2ND-DIV REDEFINES
    O-DIVIDEND-AREAS.
      10  FILLER              PIC X(29).
      10  O-OP-IAD            PIC 99V999.
      10  O-OP-UCUS           PIC X(8).
      10  O-OP-ASK-ADJ            PIC X.
      10  O-OP-BID-ADJ            PIC X.
      10  O-OP-BA-DATE            PIC 9(6).
      10  O-OP-ASK            PIC 9(4)V9(3).
      10  O-OP-BID            PIC 9(4)V9(3).
    05  O-BOND-INT-PMNT-SECT REDEFINES
             O-DIVIDEND-AREAS.
      10  O-ENTRY-CODE            PIC X.
      10  O-SAP-PG-NO         PIC X(5).
      10  O-CALL-DATE         PIC 9(6).
      10  O-REV-CODE          PIC X.
      10  O-CALL-ISS-TYPE         PIC X.
      10  O-SF-CODE           PIC X.
      10  O-CALL-TYPE         PIC X.
      10  O-REDEMPTION            PIC X.
      10  O-PREMIUM-CODE          PIC X.
      10  O-CALL-AMT          PIC 9(7).
      10  O-CALL-PRICE            PIC 9(4)V9(3).
      10  O-BD-CUR-YLD            PIC 9(2)V9(4).
      10  O-BD-INT-PMT            PIC 9(3)V9(3).
      10  O-BD-REC-DT         PIC 9(6).
      10  O-BD-PMT-DT         PIC 9(6).
      10  O-BD-PMT-MTD            PIC X.
      10  O-BD-PMT-CD         PIC X.
      10  O-BD-TX-BS-CD           PIC X.
      10  O-BD-LR-CD          PIC X.
      10  O-BD-PMT-FQ         PIC X.
      10  O-BD-TRANS-CD           PIC X.
      10  O-BD-RV-IND         PIC X.
      10  O-BD-ECODE          PIC X.
    05  O-MTG-SECT REDEFINES
             O-DIVIDEND-AREAS.
      10  O-MTG-ECODE         PIC X.
      10  O-MTG-FACTOR            PIC 9(1)V9(7).
      10  O-MTG-FACTOR-DT         PIC 9(6).
      10  O-MTG-WAC           PIC 9(2)V9(3).
      10  O-MTG-WAM           PIC 9(3).
      10  O-MTG-POOL-TYPE         PIC X.
      10  FILLER              PIC X(40).
*
01  TEST-ISS-TYPE       PIC X.
    88  TEST-IS-STOCK VALUES '0', '1', '2', '4', '7', '8',
             '9', 'A', 'E', 'F', 'G', 'Q'.
    88  TEST-IS-BOND VALUES '3', '5', '6', 'H', 'I', 'J', 'K',
            'L', 'M', 'N', 'O', 'P', 'R', 'S',
            'T', 'U', 'V', 'W', 'X', 'Y', 'Z'.
    88  TEST-IS-OPTION VALUES 'B', 'D'.
    88  TEST-IS-EQUITY-OPTION VALUE 'B'.
    88  TEST-IS-FUTURE VALUE 'C'.
* EXCHANGE CODE OF THE DECODING VIEW - 'Q' IS A MORTGAGE POOL
01  VIEW-X-CD           PIC X.
    88  VIEW-IS-MTG VALUE 'Q'.
*
01  FLAGS.
    05  W-ENDOLD        PIC X VALUE 'F'.
    88  ENDOLD        VALUE 'T'.
    05  W-ENDNEW        PIC X VALUE 'F'.
    88  ENDNEW        VALUE 'T'.
    05  SEQ-BAD-SW      PIC X VALUE 'F'.
    88  SEQ-BAD       VALUE 'T'.
    05  SEL-OK-SW       PIC X VALUE 'F'.
    88  SEL-OK        VALUE 'T'.
    05  FLD-OK-SW       PIC X VALUE 'F'.
    88  FLD-OK        VALUE 'T'.
    05  REC-HEAD-SW     PIC X VALUE 'F'.
    88  REC-HEAD-DONE VALUE 'T'.
*
01  CNTRS.
    05  OLD-CNT         PIC 9(8) VALUE 0 COMP.
    05  NEW-CNT         PIC 9(8) VALUE 0 COMP.
    05  MATCH-CNT       PIC 9(8) VALUE 0 COMP.
    05  SAME-CNT        PIC 9(8) VALUE 0 COMP.
    05  CHG-CNT         PIC 9(8) VALUE 0 COMP.
    05  ADD-CNT         PIC 9(8) VALUE 0 COMP.
    05  DROP-CNT        PIC 9(8) VALUE 0 COMP.
    05  DIFF-CNT        PIC 9(8) VALUE 0 COMP.
    05  SKIP-CNT        PIC 9(8) VALUE 0 COMP.
    05  REC-DIFF-CNT    PIC 9(4) VALUE 0 COMP.
    05  I           PIC 9(4)      COMP.
    05  FX          PIC 9(4)      COMP.
    05  SX          PIC 9(4)      COMP.
*
01  SEQ-WRK.
    05  OLD-PREV-QSIP   PIC X(10) VALUE LOW-VALUES.
    05  NEW-PREV-QSIP   PIC X(10) VALUE LOW-VALUES.
*
* SELECTION IN EFFECT.  AN EMPTY TYPE OR FIELD LIST SELECTS ALL.
01  SEL-INFO.
    05  SEL-QSIP-FROM   PIC X(10) VALUE LOW-VALUES.
    05  SEL-QSIP-TO     PIC X(10) VALUE HIGH-VALUES.
    05  SEL-TYPE-N      PIC 9(4) VALUE 0 COMP.
    05  SEL-TYPE-MAX    PIC 9(4) VALUE 20 COMP.
    05  SEL-TYPE        PIC X OCCURS 20 TIMES.
    05  SEL-FLD-N       PIC 9(4) VALUE 0 COMP.
    05  SEL-FLD-MAX     PIC 9(4) VALUE 40 COMP.
    05  SEL-FLD         PIC X(16) OCCURS 40 TIMES.
    05  SEL-OLD-TYPE    PIC X.
    05  SEL-NEW-TYPE    PIC X.
    05  SEL-QSIP        PIC X(10).
*
* ONE RECORD DECODED INTO FIELD NAME/VALUE PAIRS.  THE NEW IMAGE
* IS DECODED FIRST AND SAVED IN NEW-FV-TBL; THE OLD IMAGE IS THEN
* DECODED UNDER THE SAME VIEW INTO FV-TBL, SO ENTRY FOR ENTRY THE
* TWO TABLES NAME THE SAME FIELDS.
01  FV-WRK.
    05  FVW-NAME        PIC X(16) VALUE SPACES.
    05  FVW-VAL         PIC X(28) VALUE SPACES.
    05  FV-N            PIC 9(4) VALUE 0 COMP.
    05  FV-MAX          PIC 9(4) VALUE 90 COMP.
    05  NEW-FV-N        PIC 9(4) VALUE 0 COMP.
01  FV-TBL.
    05  FV-ENT OCCURS 90 TIMES.
      10  FV-NAME         PIC X(16).
      10  FV-VAL          PIC X(28).
01  NEW-FV-TBL.
    05  NEW-FV-ENT OCCURS 90 TIMES.
      10  NEW-FV-NAME     PIC X(16).
      10  NEW-FV-VAL      PIC X(28).
*
* DIVIDEND FIELD NAMES CARRY THE DIVIDEND NUMBER
01  DIV-NAME-WRK.
    05  FILLER          PIC X(3) VALUE 'DIV'.
    05  DNW-N           PIC 9.
    05  FILLER          PIC X VALUE SPACE.
    05  DNW-SFX         PIC X(11).
*
* DIFFERENCE COUNTS BY FIELD NAME, IN ORDER OF FIRST APPEARANCE
01  FN-INFO.
    05  FN-N            PIC 9(4) VALUE 0 COMP.
    05  FN-MAX          PIC 9(4) VALUE 100 COMP.
    05  FN-ENT OCCURS 100 TIMES.
      10  FN-NAME         PIC X(16).
      10  FN-CNT          PIC 9(8) COMP.
*
* WORK GROUP FOR VALUES THAT PAIR AN EDITED NUMBER WITH A ONE-BYTE
* FOOTNOTE OR SIGN CODE
01  DTL-VAL-WRK.
    05  DVW-ED      PIC X(10) VALUE SPACES.
    05  FILLER      PIC X VALUE SPACE.
    05  DVW-FLAG        PIC X VALUE SPACE.
*
* NUMERIC-EDITED WORK AREAS, ONE PER SCALE, AS IN SECINQ
01  CMP-NUM-ED-AREAS.
    05  ED-PRC          PIC ZZZ9.999.
    05  ED-PRC4         PIC ZZ9.9999.
    05  ED-PRC5         PIC ZZZZ9.999.
    05  ED-IAD          PIC 9.999.
    05  ED-EPS          PIC Z9.999.
    05  ED-COUP         PIC Z9.9999.
    05  ED-TRD-ADJ          PIC ZZ9.999.
    05  ED-OP-IAD           PIC Z9.999.
    05  ED-YLD          PIC Z9.999.
    05  ED-CUR-YLD          PIC Z9.9999.
    05  ED-INT-PMT          PIC ZZ9.999.
    05  ED-DIV-AMT          PIC Z9.9999.
    05  ED-MTG-FACT         PIC 9.9999999.
    05  ED-MTG-WAC          PIC Z9.999.
    05  ED-CNT          PIC Z(6)9.
*
* ONE DIFFERENCE ON THE FLAT FILE.  CHANGE TYPE C IS A CHANGED
* FIELD; A AND D ARE A SECURITY ADDED OR DROPPED, WITH THE ISSUER
* DESCRIPTION AS ITS VALUE AND NO FIELD NAME.
01  DIFF-LINE.
    05  DL-CHG-TYPE     PIC X.
    05  DL-QSIP         PIC X(10).
    05  DL-TIC          PIC X(6).
    05  DL-ISS-TYPE     PIC X.
    05  DL-FIELD        PIC X(16).
    05  DL-OLD-VAL      PIC X(28).
    05  DL-NEW-VAL      PIC X(28).
    05  FILLER          PIC X(10) VALUE SPACES.
*
01  ID-1.
    05  FILLER      PIC X(57) JUST RIGHT VALUE
    'INTERACTIVE DATA CORPORATION'.
    05  FILLER      PIC X(26) JUST RIGHT VALUE
    'MASTER COMPARE SOFTWARE'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  ID-2.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(30) VALUE
      'ID:     MSTCMP;  VERSION 01;  '.
    05  FILLER      PIC X(27) VALUE SPACES.
*
01  DASHES.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(53) VALUE ALL '-'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
* ONE HEADING PER SECURITY REPORTED, THEN ONE LINE PER FIELD THAT
* DIFFERS
01  REC-HEAD.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(5) VALUE 'QSIP '.
    05  RHL-QSIP    PIC X(10).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  RHL-TIC     PIC X(6).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  RHL-DESCRIP PIC X(28).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  RHL-TYPE-WORD PIC X(7).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  RHL-CHG     PIC X(8).
*
01  DF-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  DFL-FIELD   PIC X(16).
    05  FILLER      PIC X(7) VALUE '  OLD: '.
    05  DFL-OLD     PIC X(28).
    05  FILLER      PIC X(7) VALUE '  NEW: '.
    05  DFL-NEW     PIC X(28).
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

* READ THE SELECTION CARDS
    PERFORM SEL-LOAD.

    OPEN INPUT OLD-GEN-FILE, NEW-GEN-FILE.
    OPEN OUTPUT DIFF-FILE.
    PERFORM OLD-READ.
    PERFORM NEW-READ.

* MATCH THE TWO GENERATIONS ON QSIP
    PERFORM CMP-RTN UNTIL (ENDOLD AND ENDNEW) OR SEQ-BAD.

    PERFORM TOT-OUT.
    CLOSE OLD-GEN-FILE, NEW-GEN-FILE, DIFF-FILE, PRINT-FILE.
    STOP RUN.
*********************************************************
*********************************************************
*
SEL-LOAD SECTION.
SEL-LOAD-PARA.
* EACH SELECTION CARD IS A KEYWORD AND A VALUE - QSIP-FROM AND
* QSIP-TO BOUND THE RANGE, AND EACH ISS-TYPE OR FIELD CARD ADDS ONE
* ISSUE TYPE OR ONE FIELD NAME TO ITS LIST.  AN UNKNOWN KEYWORD OR
* A FULL LIST IS REPORTED AND THE CARD IGNORED.  EVERY CARD TAKEN
* IS ECHOED.
    OPEN INPUT SEL-FILE.
SL-READ.
    READ SEL-FILE AT END
   GO TO SL-DONE.
    IF SEL-REC EQUAL TO SPACES
   GO TO SL-READ.
    MOVE SC-VALUE TO ELM-KEY.
    IF SC-KEYWORD EQUAL TO 'QSIP-FROM'
   MOVE SC-QSIP TO SEL-QSIP-FROM
   MOVE 'SELECT QSIP FROM' TO ELM-MSG
    ELSE IF SC-KEYWORD EQUAL TO 'QSIP-TO'
   MOVE SC-QSIP TO SEL-QSIP-TO
   MOVE 'SELECT QSIP THROUGH' TO ELM-MSG
    ELSE IF SC-KEYWORD EQUAL TO 'ISS-TYPE' AND
   SEL-TYPE-N LESS SEL-TYPE-MAX
   ADD 1 TO SEL-TYPE-N
   MOVE SC-ISS-TYPE TO SEL-TYPE (SEL-TYPE-N)
   MOVE 'SELECT ISSUE TYPE' TO ELM-MSG
    ELSE IF SC-KEYWORD EQUAL TO 'FIELD' AND
   SEL-FLD-N LESS SEL-FLD-MAX
   ADD 1 TO SEL-FLD-N
   MOVE SC-VALUE TO SEL-FLD (SEL-FLD-N)
   MOVE 'SELECT FIELD' TO ELM-MSG
    ELSE
   MOVE 'SELECTION CARD IGNORED' TO ELM-MSG
   MOVE SC-KEYWORD TO ELM-KEY.
    PERFORM MSG-OUT.
    GO TO SL-READ.
SL-DONE.
    CLOSE SEL-FILE.
SL-EXIT.           EXIT.
*
*********************************************************
*
OLD-READ SECTION.
OLD-READ-PARA.
* NEXT RECORD OF THE OLD GENERATION.  AT ITS END THE KEY GOES TO
* HIGH-VALUES SO EVERY REMAINING NEW RECORD SORTS AS AN ADD.
    IF ENDOLD
   GO TO OLR-EXIT.
    READ OLD-GEN-FILE INTO OLD-WRK AT END
   MOVE 'OLD GENERATION ENDS WITHOUT TRAILER' TO ELM-MSG
   MOVE SPACES TO ELM-KEY
   PERFORM MSG-OUT
   GO TO OLR-END.
    IF OW-ISSUER EQUAL TO '999999'
   GO TO OLR-TRLR.
    ADD 1 TO OLD-CNT.
    IF OW-X-QSIP NOT GREATER OLD-PREV-QSIP
   MOVE 'OLD GENERATION OUT OF QSIP ORDER AT' TO ELM-MSG
   MOVE OW-X-QSIP TO ELM-KEY
   PERFORM MSG-OUT
   MOVE 'T' TO SEQ-BAD-SW.
    MOVE OW-X-QSIP TO OLD-PREV-QSIP.
    GO TO OLR-EXIT.
OLR-TRLR.
    IF OWT-ID EQUAL TO 'CT' AND OWT-REC-CNT NOT EQUAL TO OLD-CNT
   MOVE 'OLD GENERATION COUNT DISAGREES WITH' TO ELM-MSG
   MOVE 'TRAILER' TO ELM-KEY
   PERFORM MSG-OUT.
OLR-END.
    MOVE 'T' TO W-ENDOLD.
    MOVE HIGH-VALUES TO OW-X-QSIP.
OLR-EXIT.           EXIT.
*
*********************************************************
*
NEW-READ SECTION.
NEW-READ-PARA.
* NEXT RECORD OF THE NEW GENERATION, AS OLD-READ
    IF ENDNEW
   GO TO NWR-EXIT.
    READ NEW-GEN-FILE INTO NEW-WRK AT END
   MOVE 'NEW GENERATION ENDS WITHOUT TRAILER' TO ELM-MSG
   MOVE SPACES TO ELM-KEY
   PERFORM MSG-OUT
   GO TO NWR-END.
    IF NW-ISSUER EQUAL TO '999999'
   GO TO NWR-TRLR.
    ADD 1 TO NEW-CNT.
    IF NW-X-QSIP NOT GREATER NEW-PREV-QSIP
   MOVE 'NEW GENERATION OUT OF QSIP ORDER AT' TO ELM-MSG
   MOVE NW-X-QSIP TO ELM-KEY
   PERFORM MSG-OUT
   MOVE 'T' TO SEQ-BAD-SW.
    MOVE NW-X-QSIP TO NEW-PREV-QSIP.
    GO TO NWR-EXIT.
NWR-TRLR.
    IF NWT-ID EQUAL TO 'CT' AND NWT-REC-CNT NOT EQUAL TO NEW-CNT
   MOVE 'NEW GENERATION COUNT DISAGREES WITH' TO ELM-MSG
   MOVE 'TRAILER' TO ELM-KEY
   PERFORM MSG-OUT.
NWR-END.
    MOVE 'T' TO W-ENDNEW.
    MOVE HIGH-VALUES TO NW-X-QSIP.
NWR-EXIT.           EXIT.
*
*********************************************************
*
CMP-RTN SECTION.
CMP-RTN-PARA.
* THE LOWER QSIP IS A DROP (OLD ONLY) OR AN ADD (NEW ONLY); EQUAL
* QSIPS ARE COMPARED FIELD BY FIELD
    IF OW-X-QSIP LESS NW-X-QSIP
   PERFORM DROP-RTN
   PERFORM OLD-READ
    ELSE IF OW-X-QSIP GREATER NW-X-QSIP
   PERFORM ADD-RTN
   PERFORM NEW-READ
    ELSE
   PERFORM MATCH-RTN
   PERFORM OLD-READ
   PERFORM NEW-READ.
CR-EXIT.           EXIT.
*
*********************************************************
*
DROP-RTN SECTION.
DROP-RTN-PARA.
    MOVE OLD-WRK TO OUTP-REC.
    MOVE O-X-QSIP TO SEL-QSIP.
    MOVE O-ISS-TYPE TO SEL-OLD-TYPE, SEL-NEW-TYPE.
    PERFORM SEL-CHK.
    IF NOT SEL-OK
   ADD 1 TO SKIP-CNT
   GO TO DRP-EXIT.
    ADD 1 TO DROP-CNT.
    MOVE 'DROPPED' TO RHL-CHG.
    PERFORM REC-HEAD-OUT.
    MOVE 'D' TO DL-CHG-TYPE.
    MOVE SPACES TO DL-FIELD, DL-NEW-VAL.
    MOVE O-ISSUER-DESCRIP TO DL-OLD-VAL.
    PERFORM DIFF-OUT.
DRP-EXIT.           EXIT.
*
*********************************************************
*
ADD-RTN SECTION.
ADD-RTN-PARA.
    MOVE NEW-WRK TO OUTP-REC.
    MOVE O-X-QSIP TO SEL-QSIP.
    MOVE O-ISS-TYPE TO SEL-OLD-TYPE, SEL-NEW-TYPE.
    PERFORM SEL-CHK.
    IF NOT SEL-OK
   ADD 1 TO SKIP-CNT
   GO TO ADR-EXIT.
    ADD 1 TO ADD-CNT.
    MOVE 'ADDED' TO RHL-CHG.
    PERFORM REC-HEAD-OUT.
    MOVE 'A' TO DL-CHG-TYPE.
    MOVE SPACES TO DL-FIELD, DL-OLD-VAL.
    MOVE O-ISSUER-DESCRIP TO DL-NEW-VAL.
    PERFORM DIFF-OUT.
ADR-EXIT.           EXIT.
*
*********************************************************
*
MATCH-RTN SECTION.
MATCH-RTN-PARA.
* A SECURITY ON BOTH GENERATIONS.  SELECTED ON EITHER IMAGE'S
* ISSUE TYPE.  THE NEW IMAGE SETS THE DECODING VIEW FOR BOTH.
    ADD 1 TO MATCH-CNT.
    MOVE OLD-WRK TO OUTP-REC.
    MOVE O-ISS-TYPE TO SEL-OLD-TYPE.
    MOVE NEW-WRK TO OUTP-REC.
    MOVE O-ISS-TYPE TO SEL-NEW-TYPE.
    MOVE O-X-QSIP TO SEL-QSIP.
    PERFORM SEL-CHK.
    IF NOT SEL-OK
   ADD 1 TO SKIP-CNT
   GO TO MR-EXIT.
    IF OLD-WRK EQUAL TO NEW-WRK
   ADD 1 TO SAME-CNT
   GO TO MR-EXIT.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    MOVE O-X-CD TO VIEW-X-CD.
    PERFORM FV-BUILD.
    MOVE FV-TBL TO NEW-FV-TBL.
    MOVE FV-N TO NEW-FV-N.
    MOVE OLD-WRK TO OUTP-REC.
    PERFORM FV-BUILD.
* LEAVE THE NEW IMAGE IN OUTP-REC FOR THE HEADING AND FLAT FILE
    MOVE NEW-WRK TO OUTP-REC.
    MOVE 'CHANGED' TO RHL-CHG.
    MOVE 'F' TO REC-HEAD-SW.
    MOVE 0 TO REC-DIFF-CNT.
    MOVE 0 TO FX.
MR-FIELD.
    ADD 1 TO FX.
    IF FX GREATER FV-N
   GO TO MR-OTHER.
    IF FV-VAL (FX) EQUAL TO NEW-FV-VAL (FX)
   GO TO MR-FIELD.
    MOVE FV-NAME (FX) TO DL-FIELD.
    MOVE FV-VAL (FX) TO DL-OLD-VAL.
    MOVE NEW-FV-VAL (FX) TO DL-NEW-VAL.
    PERFORM FLD-DIFF.
    GO TO MR-FIELD.
MR-OTHER.
* THE IMAGES DIFFER BUT NO DECODED FIELD DOES
    IF REC-DIFF-CNT EQUAL TO 0
   MOVE 'OTHER BYTES' TO DL-FIELD
   MOVE SPACES TO DL-OLD-VAL, DL-NEW-VAL
   PERFORM FLD-DIFF.
    IF REC-DIFF-CNT GREATER 0
   ADD 1 TO CHG-CNT
    ELSE
   ADD 1 TO SKIP-CNT.
MR-EXIT.           EXIT.
*
*********************************************************
*
FLD-DIFF SECTION.
FLD-DIFF-PARA.
* ONE FIELD THAT DIFFERS, NAMED IN DL-FIELD WITH ITS OLD AND NEW
* VALUES IN DL-OLD-VAL/DL-NEW-VAL.  SKIPPED WHEN A FIELD LIST IS
* IN EFFECT AND DOES NOT NAME IT.
    PERFORM FLD-CHK.
    IF NOT FLD-OK
   GO TO FDF-EXIT.
    IF NOT REC-HEAD-DONE
   PERFORM REC-HEAD-OUT
   MOVE 'T' TO REC-HEAD-SW.
    ADD 1 TO REC-DIFF-CNT.
    ADD 1 TO DIFF-CNT.
    MOVE DL-FIELD TO DFL-FIELD.
    MOVE DL-OLD-VAL TO DFL-OLD.
    MOVE DL-NEW-VAL TO DFL-NEW.
    MOVE SPACES TO PRINT-REC.
    MOVE DF-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE 'C' TO DL-CHG-TYPE.
    PERFORM DIFF-OUT.
    PERFORM FN-ADD.
FDF-EXIT.           EXIT.
*
*********************************************************
*
SEL-CHK SECTION.
SEL-CHK-PARA.
* SEL-OK WHEN SEL-QSIP IS IN RANGE AND, IF AN ISSUE TYPE LIST WAS
* GIVEN, SEL-OLD-TYPE OR SEL-NEW-TYPE IS ON IT
    MOVE 'F' TO SEL-OK-SW.
    IF SEL-QSIP LESS SEL-QSIP-FROM OR
   SEL-QSIP GREATER SEL-QSIP-TO
   GO TO SC-EXIT.
    IF SEL-TYPE-N EQUAL TO 0
   MOVE 'T' TO SEL-OK-SW
   GO TO SC-EXIT.
    MOVE 0 TO SX.
SC-TYPE.
    ADD 1 TO SX.
    IF SX GREATER SEL-TYPE-N
   GO TO SC-EXIT.
    IF SEL-TYPE (SX) EQUAL TO SEL-OLD-TYPE OR
   SEL-TYPE (SX) EQUAL TO SEL-NEW-TYPE
   MOVE 'T' TO SEL-OK-SW
   GO TO SC-EXIT.
    GO TO SC-TYPE.
SC-EXIT.           EXIT.
*
*********************************************************
*
FLD-CHK SECTION.
FLD-CHK-PARA.
* FLD-OK WHEN NO FIELD LIST WAS GIVEN OR DL-FIELD IS ON IT
    IF SEL-FLD-N EQUAL TO 0
   MOVE 'T' TO FLD-OK-SW
   GO TO FC-EXIT.
    MOVE 'F' TO FLD-OK-SW.
    MOVE 0 TO SX.
FC-FLD.
    ADD 1 TO SX.
    IF SX GREATER SEL-FLD-N
   GO TO FC-EXIT.
    IF SEL-FLD (SX) EQUAL TO DL-FIELD
   MOVE 'T' TO FLD-OK-SW
   GO TO FC-EXIT.
    GO TO FC-FLD.
FC-EXIT.           EXIT.
*
*********************************************************
*
FN-ADD SECTION.
FN-ADD-PARA.
* COUNT ONE DIFFERENCE AGAINST ITS FIELD NAME
    MOVE 0 TO SX.
FNA-FIND.
    ADD 1 TO SX.
    IF SX GREATER FN-N
   GO TO FNA-NEW.
    IF FN-NAME (SX) EQUAL TO DL-FIELD
   ADD 1 TO FN-CNT (SX)
   GO TO FNA-EXIT.
    GO TO FNA-FIND.
FNA-NEW.
    IF FN-N NOT LESS FN-MAX
   GO TO FNA-EXIT.
    ADD 1 TO FN-N.
    MOVE DL-FIELD TO FN-NAME (FN-N).
    MOVE 1 TO FN-CNT (FN-N).
FNA-EXIT.           EXIT.
*
*********************************************************
*
REC-HEAD-OUT SECTION.
REC-HEAD-OUT-PARA.
* HEADING FOR THE SECURITY IN OUTP-REC.  THE CALLER MOVES THE
* CHANGE WORD INTO RHL-CHG FIRST.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    MOVE O-X-QSIP TO RHL-QSIP.
    MOVE O-X-TIC TO RHL-TIC.
    MOVE O-ISSUER-DESCRIP TO RHL-DESCRIP.
    IF TEST-IS-STOCK
   MOVE 'STOCK' TO RHL-TYPE-WORD
    ELSE IF TEST-IS-BOND
   MOVE 'BOND' TO RHL-TYPE-WORD
    ELSE IF TEST-IS-OPTION
   MOVE 'OPTION' TO RHL-TYPE-WORD
    ELSE IF TEST-IS-FUTURE
   MOVE 'FUTURE' TO RHL-TYPE-WORD
    ELSE
   MOVE 'UNKNOWN' TO RHL-TYPE-WORD.
    MOVE SPACES TO PRINT-REC.
    MOVE REC-HEAD TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
RHO-EXIT.           EXIT.
*
*********************************************************
*
DIFF-OUT SECTION.
DIFF-OUT-PARA.
* ONE FLAT-FILE RECORD FOR THE SECURITY IN OUTP-REC.  THE CALLER
* FILLS THE CHANGE TYPE, FIELD AND VALUES FIRST.
    MOVE O-X-QSIP TO DL-QSIP.
    MOVE O-X-TIC TO DL-TIC.
    MOVE O-ISS-TYPE TO DL-ISS-TYPE.
    WRITE DIFF-REC FROM DIFF-LINE.
DFO-EXIT.           EXIT.
*
*********************************************************
*
FV-BUILD SECTION.
FV-BUILD-PARA.
* DECODE OUTP-REC INTO FV-TBL UNDER THE VIEW IN TEST-ISS-TYPE AND
* VIEW-X-CD.  THE COMMON FIELDS COME FIRST, THEN THE OVERLAYS FOR
* THE ISSUE TYPE.
    MOVE 0 TO FV-N.
    MOVE 'TICKER' TO FVW-NAME.
    MOVE O-X-TIC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'SIC' TO FVW-NAME.
    MOVE O-SIC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ISSUER DESCRIP' TO FVW-NAME.
    MOVE O-ISSUER-DESCRIP TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ISSUE DESCRIP' TO FVW-NAME.
    MOVE O-ISSUE-DESCRIP TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ISSUE TYPE' TO FVW-NAME.
    MOVE O-ISS-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'TRADE TYPE' TO FVW-NAME.
    MOVE O-TRD-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ISSUE STATUS' TO FVW-NAME.
    MOVE O-ISS-ST TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'XPRICE STATUS' TO FVW-NAME.
    MOVE O-XPRICE-ST TO FVW-VAL.
    PERFORM FV-ADD.
    PERFORM FV-PRICE.
    IF TEST-IS-STOCK
   PERFORM FV-STOCK
    ELSE IF TEST-IS-BOND
   PERFORM FV-BOND
    ELSE IF TEST-IS-OPTION
   PERFORM FV-OPTION
    ELSE IF TEST-IS-FUTURE
   PERFORM FV-FUTURE.
FVB-EXIT.           EXIT.
*
*********************************************************
*
FV-PRICE SECTION.
FV-PRICE-PARA.
* THE PRICE SECTION.  FUTURES CARRY THEIR TRUE PRICES IN THE *4
* REDEFINES WHEN O-FUT-DP4-CD IS '4', AS SECINQ SHOWS THEM.
    MOVE 'PRICE DATE' TO FVW-NAME.
    MOVE O-PRICE-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'VOLUME' TO FVW-NAME.
    MOVE O-VOL TO ED-CNT.
    MOVE ED-CNT TO FVW-VAL.
    PERFORM FV-ADD.
    IF TEST-IS-FUTURE AND O-FUT-DP4-CD EQUAL TO '4'
   MOVE 'HIGH' TO FVW-NAME
   MOVE O-HIGH4 TO ED-PRC4
   MOVE ED-PRC4 TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'LOW' TO FVW-NAME
   MOVE O-LOW4 TO ED-PRC4
   MOVE ED-PRC4 TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'CLOSE' TO FVW-NAME
   MOVE O-CLOSE4 TO ED-PRC4
   MOVE ED-PRC4 TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'ADJ PREV CLOSE' TO FVW-NAME
   MOVE O-ADJ-PREV-CLOSE4 TO ED-PRC4
   MOVE ED-PRC4 TO FVW-VAL
   PERFORM FV-ADD
    ELSE
   MOVE 'HIGH' TO FVW-NAME
   MOVE O-HIGH TO ED-PRC
   MOVE ED-PRC TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'LOW' TO FVW-NAME
   MOVE O-LOW TO ED-PRC
   MOVE ED-PRC TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'CLOSE' TO FVW-NAME
   MOVE O-CLOSE TO ED-PRC
   MOVE ED-PRC TO FVW-VAL
   PERFORM FV-ADD
   MOVE 'ADJ PREV CLOSE' TO FVW-NAME
   MOVE O-ADJ-PREV-CLOSE TO ED-PRC
   MOVE ED-PRC TO FVW-VAL
   PERFORM FV-ADD.
    MOVE 'LAST TRADE DT' TO FVW-NAME.
    MOVE O-LAST-TDT TO FVW-VAL.
    PERFORM FV-ADD.
FVP-EXIT.           EXIT.
*
*********************************************************
*
FV-STOCK SECTION.
FV-STOCK-PARA.
* STOCKS - EARNINGS/IAD IN O-EARN-IAD-SECT AND TWO DIVIDENDS IN
* O-DIVIDEND-AREAS.  BOTH DIVIDENDS ARE ALWAYS DECODED, SO ONE
* COMING OFF THE RECORD SHOWS AS A CHANGE.
    MOVE 'ADJ FACTOR' TO FVW-NAME.
    MOVE O-ADJ-FACT TO ED-COUP.
    MOVE ED-COUP TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MARGIN IND' TO FVW-NAME.
    MOVE O-MRG-IND TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE '12 MO END' TO FVW-NAME.
    MOVE O-END12-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'EARNS PER SHARE' TO FVW-NAME.
    MOVE O-ERN-PER-SHR TO ED-EPS.
    MOVE ED-EPS TO DVW-ED.
    MOVE O-NEG-IND TO DVW-FLAG.
    MOVE DTL-VAL-WRK TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'SHARES OUT' TO FVW-NAME.
    MOVE O-SHRS-OUT TO ED-CNT.
    MOVE ED-CNT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'IAD' TO FVW-NAME.
    MOVE O-IAD TO ED-IAD.
    MOVE ED-IAD TO DVW-ED.
    MOVE O-IAD-FOOT TO DVW-FLAG.
    MOVE DTL-VAL-WRK TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 1 TO I.
FVS-DIV.
    IF I GREATER 2
   GO TO FVS-EXIT.
    MOVE I TO DNW-N.
    MOVE 'AMOUNT' TO DNW-SFX.
    MOVE O-DIV-AMT (I) TO ED-DIV-AMT.
    MOVE ED-DIV-AMT TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'EX-DIS DT' TO DNW-SFX.
    MOVE O-DIV-XDIS-DT (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'RECORD DT' TO DNW-SFX.
    MOVE O-DIV-REC-DT (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'PAYMENT DT' TO DNW-SFX.
    MOVE O-DIV-PAY-DT (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'PAY METHOD' TO DNW-SFX.
    MOVE O-DIV-PAY-MTD (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'PAY ORDER' TO DNW-SFX.
    MOVE O-DIV-PAY-ODR (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'TAX BASIS' TO DNW-SFX.
    MOVE O-DIV-TX-BS (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'LR CODE' TO DNW-SFX.
    MOVE O-DIV-LR-CD (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'FREQ CODE' TO DNW-SFX.
    MOVE O-DIV-FQ-CD (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'TRANS CODE' TO DNW-SFX.
    MOVE O-DIV2-TRANS-CD (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'REVISED IND' TO DNW-SFX.
    MOVE O-DIV-RV-IND (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    MOVE 'ECODE' TO DNW-SFX.
    MOVE O-DIV-ECODE (I) TO FVW-VAL.
    PERFORM FV-DIV-ADD.
    ADD 1 TO I.
    GO TO FVS-DIV.
FVS-EXIT.           EXIT.
*
*********************************************************
*
FV-BOND SECTION.
FV-BOND-PARA.
* BONDS - QUALITY RATINGS IN O-BOND-QUAL-SECT AND CALL/INTEREST
* DATA IN O-BOND-INT-PMNT-SECT.  MORTGAGE POOLS (EXCHANGE CODE 'Q')
* CARRY THE O-MTG-SECT OVERLAY INSTEAD OF CALL/INTEREST.
    MOVE 'MATURITY DT' TO FVW-NAME.
    MOVE O-MAT-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'COUPON RATE' TO FVW-NAME.
    MOVE O-COUP-RATE TO ED-COUP.
    MOVE ED-COUP TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'BOND FORM' TO FVW-NAME.
    MOVE O-BOND-FORM TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'SNP RATING' TO FVW-NAME.
    MOVE O-SNP-BD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MOODY RATING' TO FVW-NAME.
    MOVE O-MOODY-RATE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'AMOUNT OUT' TO FVW-NAME.
    MOVE O-AMT-OUT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'YIELD TO MAT' TO FVW-NAME.
    MOVE O-YIELD-2-MAT TO ED-YLD.
    MOVE ED-YLD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'YIELD TO CALL' TO FVW-NAME.
    MOVE O-YIELD-2-CALL TO ED-YLD.
    MOVE ED-YLD TO FVW-VAL.
    PERFORM FV-ADD.
    IF VIEW-IS-MTG
   GO TO FVB-MTG.
    MOVE 'ENTRY CODE' TO FVW-NAME.
    MOVE O-ENTRY-CODE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'SAP PAGE NO' TO FVW-NAME.
    MOVE O-SAP-PG-NO TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CALL DATE' TO FVW-NAME.
    MOVE O-CALL-DATE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'REVISION CODE' TO FVW-NAME.
    MOVE O-REV-CODE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CALL ISS TYPE' TO FVW-NAME.
    MOVE O-CALL-ISS-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'SINKING FUND CD' TO FVW-NAME.
    MOVE O-SF-CODE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CALL TYPE' TO FVW-NAME.
    MOVE O-CALL-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'REDEMPTION' TO FVW-NAME.
    MOVE O-REDEMPTION TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'PREMIUM CODE' TO FVW-NAME.
    MOVE O-PREMIUM-CODE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CALL AMOUNT' TO FVW-NAME.
    MOVE O-CALL-AMT TO ED-CNT.
    MOVE ED-CNT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CALL PRICE' TO FVW-NAME.
    MOVE O-CALL-PRICE TO ED-PRC.
    MOVE ED-PRC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CURRENT YIELD' TO FVW-NAME.
    MOVE O-BD-CUR-YLD TO ED-CUR-YLD.
    MOVE ED-CUR-YLD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INTEREST PMT' TO FVW-NAME.
    MOVE O-BD-INT-PMT TO ED-INT-PMT.
    MOVE ED-INT-PMT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT RECORD DT' TO FVW-NAME.
    MOVE O-BD-REC-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT PAYMENT DT' TO FVW-NAME.
    MOVE O-BD-PMT-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT PAY METHOD' TO FVW-NAME.
    MOVE O-BD-PMT-MTD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT PAY CODE' TO FVW-NAME.
    MOVE O-BD-PMT-CD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT TAX BASIS' TO FVW-NAME.
    MOVE O-BD-TX-BS-CD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT LR CODE' TO FVW-NAME.
    MOVE O-BD-LR-CD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT PAY FREQ' TO FVW-NAME.
    MOVE O-BD-PMT-FQ TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT TRANS CODE' TO FVW-NAME.
    MOVE O-BD-TRANS-CD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT REVISED IND' TO FVW-NAME.
    MOVE O-BD-RV-IND TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'INT ECODE' TO FVW-NAME.
    MOVE O-BD-ECODE TO FVW-VAL.
    PERFORM FV-ADD.
    GO TO FVBD-EXIT.
FVB-MTG.
    MOVE 'MTG ECODE' TO FVW-NAME.
    MOVE O-MTG-ECODE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MTG FACTOR' TO FVW-NAME.
    MOVE O-MTG-FACTOR TO ED-MTG-FACT.
    MOVE ED-MTG-FACT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MTG FACTOR DT' TO FVW-NAME.
    MOVE O-MTG-FACTOR-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MTG WAC' TO FVW-NAME.
    MOVE O-MTG-WAC TO ED-MTG-WAC.
    MOVE ED-MTG-WAC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MTG WAM' TO FVW-NAME.
    MOVE O-MTG-WAM TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'MTG POOL TYPE' TO FVW-NAME.
    MOVE O-MTG-POOL-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
FVBD-EXIT.           EXIT.
*
*********************************************************
*
FV-OPTION SECTION.
FV-OPTION-PARA.
* OPTIONS - THE UNDERLYING PRICE AND OPEN INTEREST IN
* O-UND-STK-SECT, AND FOR EQUITY OPTIONS THE BID/ASK AND
* UNDERLYING CUSIP IN THE O-ALT-2ND-DIV OVERLAY
    MOVE 'EXPIRATION DT' TO FVW-NAME.
    MOVE O-EXP-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'OPTION TYPE' TO FVW-NAME.
    MOVE O-OP-TYPE TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'TRADE UNIT ADJ' TO FVW-NAME.
    MOVE O-TRD-ADJ TO ED-TRD-ADJ.
    MOVE ED-TRD-ADJ TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'TRADE UNIT ST' TO FVW-NAME.
    MOVE O-TRD-UN-ST TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'UND STK PRICE' TO FVW-NAME.
    MOVE O-UND-STK-PRICE TO ED-PRC.
    MOVE ED-PRC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'OPEN INT ADJ IND' TO FVW-NAME.
    MOVE O-OPEN-INT-ADJ-IND TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'OPEN INTEREST' TO FVW-NAME.
    MOVE O-OPEN-INT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'OVER 10K ADJ' TO FVW-NAME.
    MOVE O-OVER-10K-ADJ TO FVW-VAL.
    PERFORM FV-ADD.
    IF NOT TEST-IS-EQUITY-OPTION
   GO TO FVO-EXIT.
    MOVE 'UNDERLYING CUSIP' TO FVW-NAME.
    MOVE O-OP-UCUS TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'UNDERLYING IAD' TO FVW-NAME.
    MOVE O-OP-IAD TO ED-OP-IAD.
    MOVE ED-OP-IAD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'BID' TO FVW-NAME.
    MOVE O-OP-BID TO ED-PRC.
    MOVE ED-PRC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'BID ADJ' TO FVW-NAME.
    MOVE O-OP-BID-ADJ TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ASK' TO FVW-NAME.
    MOVE O-OP-ASK TO ED-PRC.
    MOVE ED-PRC TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'ASK ADJ' TO FVW-NAME.
    MOVE O-OP-ASK-ADJ TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'BID/ASK DATE' TO FVW-NAME.
    MOVE O-OP-BA-DATE TO FVW-VAL.
    PERFORM FV-ADD.
FVO-EXIT.           EXIT.
*
*********************************************************
*
FV-FUTURE SECTION.
FV-FUTURE-PARA.
* FUTURES - THE CASH PRICE AND OPEN INTEREST IN
* O-FUT-CASH-PRICE-SECT
    MOVE 'EXPIRATION DT' TO FVW-NAME.
    MOVE O-EXP-DT TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'DP4 CODE' TO FVW-NAME.
    MOVE O-FUT-DP4-CD TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'CASH PRICE' TO FVW-NAME.
    MOVE O-FUT-CASH-PRICE TO ED-PRC5.
    MOVE ED-PRC5 TO FVW-VAL.
    PERFORM FV-ADD.
    MOVE 'OPEN INTEREST' TO FVW-NAME.
    MOVE O-FUT-OPEN-INTEREST TO ED-CNT.
    MOVE ED-CNT TO FVW-VAL.
    PERFORM FV-ADD.
FVF-EXIT.           EXIT.
*
*********************************************************
*
FV-DIV-ADD SECTION.
FV-DIV-ADD-PARA.
* ONE DIVIDEND FIELD - THE NAME IS BUILT FROM THE DIVIDEND NUMBER
* IN DNW-N AND THE SUFFIX IN DNW-SFX
    MOVE DIV-NAME-WRK TO FVW-NAME.
    PERFORM FV-ADD.
FVD-EXIT.           EXIT.
*
*********************************************************
*
FV-ADD SECTION.
FV-ADD-PARA.
* ADD THE FIELD IN FVW-NAME/FVW-VAL TO FV-TBL
    IF FV-N LESS FV-MAX
   ADD 1 TO FV-N
   MOVE FVW-NAME TO FV-NAME (FV-N)
   MOVE FVW-VAL TO FV-VAL (FV-N).
    MOVE SPACES TO FVW-NAME, FVW-VAL.
FVA-EXIT.           EXIT.
*
*********************************************************
*
TOT-OUT SECTION.
TOT-OUT-PARA.
* PRINT THE COMPARE COUNTS AND THE DIFFERENCES BY FIELD NAME
    MOVE SPACES TO PRINT-REC.
    MOVE ' MASTER COMPARE TOTALS' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING NEXT-PAGE.
    MOVE DASHES TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE 'OLD GENERATION RECORDS' TO TL-LABEL.
    MOVE OLD-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'NEW GENERATION RECORDS' TO TL-LABEL.
    MOVE NEW-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'ON BOTH GENERATIONS' TO TL-LABEL.
    MOVE MATCH-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'NOT SELECTED' TO TL-LABEL.
    MOVE SKIP-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'UNCHANGED' TO TL-LABEL.
    MOVE SAME-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CHANGED' TO TL-LABEL.
    MOVE CHG-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'ADDED' TO TL-LABEL.
    MOVE ADD-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'DROPPED' TO TL-LABEL.
    MOVE DROP-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'FIELD DIFFERENCES' TO TL-LABEL.
    MOVE DIFF-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    IF SEQ-BAD
   MOVE 'COMPARE STOPPED - GENERATION OUT OF ORDER' TO ELM-MSG
   MOVE SPACES TO ELM-KEY
   PERFORM MSG-OUT.
    MOVE SPACES TO PRINT-REC.
    MOVE ' DIFFERENCES BY FIELD' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
    MOVE 0 TO SX.
TO-FLD.
    ADD 1 TO SX.
    IF SX GREATER FN-N
   GO TO TO-EXIT.
    MOVE FN-NAME (SX) TO TL-LABEL.
    MOVE FN-CNT (SX) TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    GO TO TO-FLD.
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
