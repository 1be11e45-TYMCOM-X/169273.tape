IDENTIFICATION DIVISION.
PROGRAM-ID.                    SUBDST.
AUTHOR.                IDSI.
REMARKS.               SUBSCRIBER DISTRIBUTION: VERSION 01.
         COMPANION TO THE 40 TO 216 CONVERT SOFTWARE (PD).
         RUN AFTER THE NIGHTLY MERGE.  CUTS ONE EXTRACT PER
         SUBSCRIBER FROM THE NEW 216 MASTER (FULL-FILE SUBSCRIBERS)
         OR THE CHANGE TAPE (CHANGES-ONLY SUBSCRIBERS), AS SET BY
         THE SUBSCRIBER'S PROFILE ON SUBPROF - ISSUE TYPES,
         EXCHANGES (O-X-CD), STATUS CODES AND, FOR CHANGES ONLY,
         CHANGE TYPES A/P/B, IN 216-BYTE OR CSV FORM.  A BLANK LIST
         ON THE PROFILE TAKES EVERYTHING.  EACH PROFILE NAMES ITS
         OUTPUT SLOT, SUBX01 THROUGH SUBX10, SO A NEW CLIENT IS
         SIGNED UP WITH A PROFILE AND A DD STATEMENT.  A PROFILE
         MARKED HELD KEEPS ITS SLOT BUT IS SENT NOTHING.
         THE 216-BYTE FULL EXTRACT IS LAID OUT LIKE NEW216, ENDING
         IN THE 'CT' COUNT/HASH TRAILER AND NINES TO THE BLOCK; THE
         216-BYTE CHANGES EXTRACT IS LAID OUT LIKE CHGTAPE, CHANGE
         TYPE FIRST, ENDING IN A TYPE 'T' TRAILER.  CSV EXTRACTS ARE
         LAID OUT LIKE NEWCSV - CHANGES-ONLY LINES ADD THE CHANGE
         TYPE AS A LAST COLUMN - AND END IN A 'CT' TRAILER LINE.
         EVERY SUBSCRIBER'S NIGHT GOES ON THE CUMULATIVE DELIVERY
         LOG DLVLOG AND ON THE PRINTED DELIVERY REPORT.
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
    SELECT CHG-FILE      ASSIGN TO CHGTAPE.
    SELECT PROF-FILE     ASSIGN TO SUBPROF.
    SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO RUNHIST.
* CUMULATIVE - EACH NIGHT'S DELIVERIES ARE APPENDED
    SELECT OPTIONAL DLV-LOG-FILE ASSIGN TO DLVLOG.
* ONE OUTPUT SLOT PER SUBSCRIBER, NAMED BY THE PROFILE
    SELECT SX01-FILE     ASSIGN TO SUBX01.
    SELECT SX02-FILE     ASSIGN TO SUBX02.
    SELECT SX03-FILE     ASSIGN TO SUBX03.
    SELECT SX04-FILE     ASSIGN TO SUBX04.
    SELECT SX05-FILE     ASSIGN TO SUBX05.
    SELECT SX06-FILE     ASSIGN TO SUBX06.
    SELECT SX07-FILE     ASSIGN TO SUBX07.
    SELECT SX08-FILE     ASSIGN TO SUBX08.
    SELECT SX09-FILE     ASSIGN TO SUBX09.
    SELECT SX10-FILE     ASSIGN TO SUBX10.
DATA DIVISION.
FILE SECTION.
FD  MAST-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  MAST-REC            PIC X(216).
FD  CHG-FILE
    RECORD CONTAINS 217 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  CHG-REC             PIC X(217).
FD  PROF-FILE
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PROF-REC.
    05  SP-SUB-ID         PIC X(8).
    05  SP-NAME           PIC X(24).
    05  SP-SLOT           PIC 9(2).
    05  SP-SLOT-X REDEFINES SP-SLOT PIC X(2).
* F = FULL FILE, C = CHANGES ONLY
    05  SP-CONTENT        PIC X.
* 216 OR CSV
    05  SP-FORMAT         PIC X(3).
* H = HELD - SLOT KEPT, NOTHING SENT
    05  SP-HOLD           PIC X.
    05  SP-ISS-TYPES      PIC X(20).
    05  SP-EXCHS          PIC X(20).
    05  SP-STATS          PIC X(10).
    05  SP-CHG-TYPES      PIC X(3).
    05  FILLER            PIC X(8).
FD  RUN-HIST-FILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RUN-HIST-REC        PIC X(120).
FD  DLV-LOG-FILE
    RECORD CONTAINS 100 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  DLV-LOG-REC         PIC X(100).
FD  SX01-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX01-REC            PIC X(217).
FD  SX02-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX02-REC            PIC X(217).
FD  SX03-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX03-REC            PIC X(217).
FD  SX04-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX04-REC            PIC X(217).
FD  SX05-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX05-REC            PIC X(217).
FD  SX06-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX06-REC            PIC X(217).
FD  SX07-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX07-REC            PIC X(217).
FD  SX08-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX08-REC            PIC X(217).
FD  SX09-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX09-REC            PIC X(217).
FD  SX10-FILE
    RECORD IS VARYING IN SIZE FROM 135 TO 217 CHARACTERS
    DEPENDING ON OUT-LEN
    LABEL RECORDS ARE STANDARD.
01  SX10-REC            PIC X(217).
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
* ONE CHANGE-TAPE RECORD - THE CHANGE TYPE AND THE 216 RECORD
01  CHG-LINE.
    05  CHG-TYPE        PIC X.
    05  CHG-DATA        PIC X(216).
*
* THE 216-BYTE MASTER RECORD, AS PD WRITES IT.  ONLY THE FIELDS
* THE FILTERS AND THE CSV LINE NEED ARE NAMED.
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
      10  O-MAT-DT            PIC X(8).
      10  O-COUP-RATE         PIC 9(2)V9(4).
      10  O-MRG-IND           PIC X.
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
      10  FILLER              PIC X(13).
    05  O-DIVIDEND-AREAS        PIC X(64).
    05  O-ALT-2ND-DIV REDEFINES
    O-DIVIDEND-AREAS.
      10  FILLER              PIC X(29).
      10  O-OP-IAD            PIC 99V999.
      10  FILLER              PIC X(30).
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
*
* ONE RUN-HISTORY RECORD - ONLY THE RUN DATE IS USED, TO DATE THE
* DELIVERY LOG
01  RUN-HIST-DTL.
    05  RH-RUN-DT       PIC 9(6).
    05  FILLER          PIC X(114).
*
01  FLAGS.
    05  W-ENDIN         PIC X VALUE 'F'.
    88  ENDIN         VALUE 'T'.
    05  CSV-BUILT-SW    PIC X VALUE 'F'.
    88  CSV-BUILT     VALUE 'T'.
    05  LC-OK-SW        PIC X VALUE 'F'.
    88  LC-OK         VALUE 'T'.
    05  SUB-OK-SW       PIC X VALUE 'F'.
    88  SUB-OK        VALUE 'T'.
* WHICH INPUT THE CURRENT PASS READS - F (NEW216) OR C (CHGTAPE)
    05  PASS-CONTENT    PIC X VALUE SPACE.
*
01  CNTRS.
    05  PROF-CNT        PIC 9(4) VALUE 0 COMP.
    05  REJ-CNT         PIC 9(4) VALUE 0 COMP.
    05  HELD-CNT        PIC 9(4) VALUE 0 COMP.
    05  FULL-SUB-CNT    PIC 9(4) VALUE 0 COMP.
    05  CHG-SUB-CNT     PIC 9(4) VALUE 0 COMP.
    05  MAST-CNT        PIC 9(8) VALUE 0 COMP.
    05  CHGIN-CNT       PIC 9(8) VALUE 0 COMP.
    05  SENT-CNT        PIC 9(8) VALUE 0 COMP.
    05  SLOT-X          PIC 9(4) VALUE 0 COMP.
    05  NINE-CNT        PIC 9(4) VALUE 0 COMP.
    05  NINE-Q          PIC 9(8) VALUE 0 COMP.
*
* THE SUBSCRIBERS, BY OUTPUT SLOT.  EVERY LIST IS HELD 20 WIDE SO
* ONE LIST CHECK SERVES THEM ALL.
01  SLOT-MAX            PIC 9(4) VALUE 10 COMP.
01  SUB-TBL.
    05  SUB-ENT OCCURS 10 TIMES.
      10  SB-STAT         PIC X.
        88  SB-FREE       VALUE ' '.
        88  SB-ACTIVE     VALUE 'A'.
        88  SB-HELD       VALUE 'H'.
      10  SB-SUB-ID       PIC X(8).
      10  SB-NAME         PIC X(24).
      10  SB-CONTENT      PIC X.
      10  SB-FORMAT       PIC X(3).
      10  SB-TYPES        PIC X(20).
      10  SB-EXCHS        PIC X(20).
      10  SB-STATS        PIC X(20).
      10  SB-CHGS         PIC X(20).
      10  SB-CNT          PIC 9(8) COMP.
      10  SB-HASH         PIC 9(11) COMP.
*
* LIST CHECK - LC-OK WHEN LC-LIST IS BLANK OR HOLDS LC-CHAR
01  LIST-CHK-WRK.
    05  LC-LIST         PIC X(20).
    05  LC-LIST-R REDEFINES LC-LIST.
    10  LC-LIST-CHAR OCCURS 20 PIC X.
    05  LC-CHAR         PIC X.
    05  LC-X            PIC 9(4) COMP.
*
* ONE OUTPUT RECORD AND ITS LENGTH - 216 (MASTER), 217 (CHANGE
* TAPE), 135 (CSV) OR 137 (CSV WITH CHANGE TYPE)
01  OUT-LEN             PIC 9(4) COMP.
01  OUT-AREA            PIC X(217).
01  OUT-CHG-R REDEFINES OUT-AREA.
    05  OUT-CHG-TYPE    PIC X.
    05  OUT-CHG-DATA    PIC X(216).
01  OUT-CSV-R REDEFINES OUT-AREA.
    05  OUT-CSV-LINE    PIC X(135).
    05  OUT-CSV-COMMA   PIC X.
    05  OUT-CSV-TYPE    PIC X.
    05  FILLER          PIC X(80).
*
* CONTROL HASH OF THE QSIP KEYS, FOLDED AND SUMMED THE SAME WAY PD
* BUILDS THE NEW216 TRAILER
01  HASH-WRK.
    05  HASH-KEY-WRK        PIC X(10).
    05  HASH-KEY-TBL REDEFINES HASH-KEY-WRK.
    10  HASH-KEY-CHAR OCCURS 10 PIC X.
    05  HASH-KEY-NUM REDEFINES HASH-KEY-WRK PIC 9(10).
    05  HK-X            PIC 9(4) VALUE 0 COMP.
    05  HK-Y            PIC 9(4) VALUE 0 COMP.
    05  REC-HASH        PIC 9(10) VALUE 0.
*
01  HASH-FOLD-FROM      PIC X(27) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZ '.
01  H-F-F REDEFINES HASH-FOLD-FROM.
    05  HASH-FROM-CHAR OCCURS 27 PIC X.
01  HASH-FOLD-TO        PIC X(27) VALUE
    '123456789123456789123456780'.
01  H-F-T REDEFINES HASH-FOLD-TO.
    05  HASH-TO-CHAR OCCURS 27 PIC X.
*
* TRAILERS.  THE 216 TRAILER AND NINES PADDING MATCH NEW216'S.
01  OUT-TRLR-LINE.
    05  FILLER      PIC X(6) VALUE '999999'.
    05  FILLER      PIC X(2) VALUE 'CT'.
    05  OT-REC-CNT      PIC 9(6).
    05  OT-HASH     PIC 9(10).
    05  FILLER      PIC X(192) VALUE ALL '9'.
01  W-NINES             PIC X(216) VALUE ALL '9'.
01  CSV-TRLR-LINE.
    05  FILLER      PIC X(10) VALUE '9999999999'.
    05  FILLER      PIC X VALUE ','.
    05  FILLER      PIC X(2) VALUE 'CT'.
    05  FILLER      PIC X VALUE ','.
    05  CT-REC-CNT      PIC 9(6).
    05  FILLER      PIC X VALUE ','.
    05  CT-HASH     PIC 9(10).
    05  FILLER      PIC X(104) VALUE SPACES.
*
* CSV LINE - SAME LAYOUT AS NEWCSV, BUILT THE WAY PD'S
* CSV-EXTRACT-DTL BUILDS IT
01  RPT-NUM-ED-AREAS.
    05  RPT-ED-IAD          PIC 9.999.
    05  RPT-ED-UND-STK-PRICE        PIC ZZZ9.999.
    05  RPT-ED-OP-IAD           PIC Z9.999.
    05  RPT-ED-FUT-CASH-PRICE       PIC ZZZZ9.999.
    05  RPT-ED-PRC          PIC ZZZ9.999.
    05  RPT-ED-PRC4         PIC ZZ9.9999.
01  CSV-EXTRACT-LINE.
    05  CSV-QSIP        PIC X(10).
    05  FILLER      PIC X VALUE ','.
    05  CSV-TIC     PIC X(6).
    05  FILLER      PIC X VALUE ','.
    05  CSV-ISS-TYPE        PIC X.
    05  FILLER      PIC X VALUE ','.
    05  CSV-ISS-ST      PIC X.
    05  FILLER      PIC X VALUE ','.
    05  CSV-DESCRIP     PIC X(28).
    05  FILLER      PIC X VALUE ','.
    05  CSV-PRICE-DT        PIC 9(4).
    05  FILLER      PIC X VALUE ','.
    05  CSV-CLOSE       PIC X(8).
    05  FILLER      PIC X VALUE ','.
    05  CSV-HIGH        PIC X(8).
    05  FILLER      PIC X VALUE ','.
    05  CSV-LOW     PIC X(8).
    05  FILLER      PIC X VALUE ','.
    05  CSV-ADJ-PREV-CLOSE  PIC X(8).
    05  FILLER      PIC X VALUE ','.
    05  CSV-OUT-FLD-1-NAME  PIC X(10).
    05  FILLER      PIC X VALUE ','.
    05  CSV-OUT-FLD-1-VAL   PIC X(10).
    05  FILLER      PIC X VALUE ','.
    05  CSV-OUT-FLD-2-NAME  PIC X(10).
    05  FILLER      PIC X VALUE ','.
    05  CSV-OUT-FLD-2-VAL   PIC X(10).
*
* ONE DELIVERY - TO THE CUMULATIVE LOG AND THE PRINTED REPORT
01  DLV-LOG-LINE.
    05  DLG-RUN-DT      PIC 9(6).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-SUB-ID      PIC X(8).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-NAME        PIC X(24).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-SLOT.
    10  FILLER      PIC X(4) VALUE 'SUBX'.
    10  DLG-SLOT-NO PIC 9(2).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-CONTENT     PIC X(4).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-FORMAT      PIC X(3).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-CNT         PIC 9(8).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-HASH        PIC 9(10).
    05  FILLER          PIC X VALUE SPACE.
    05  DLG-STAT        PIC X(8).
    05  FILLER          PIC X(14) VALUE SPACES.
*
01  ID-1.
    05  FILLER      PIC X(57) JUST RIGHT VALUE
    'INTERACTIVE DATA CORPORATION'.
    05  FILLER      PIC X(26) JUST RIGHT VALUE
    'SUBSCRIBER DISTRIBUTION'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  ID-2.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(30) VALUE
      'ID:     SUBDST;  VERSION 01;  '.
    05  FILLER      PIC X(27) VALUE SPACES.
*
01  DASHES.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(53) VALUE ALL '-'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  DLV-HEAD-1.
    05  FILLER      PIC X(8) VALUE ' RUN DT'.
    05  FILLER      PIC X(9) VALUE 'SUB ID'.
    05  FILLER      PIC X(25) VALUE 'SUBSCRIBER'.
    05  FILLER      PIC X(7) VALUE 'SLOT'.
    05  FILLER      PIC X(5) VALUE 'KIND'.
    05  FILLER      PIC X(4) VALUE 'FMT'.
    05  FILLER      PIC X(9) VALUE ' RECORDS'.
    05  FILLER      PIC X(11) VALUE '      HASH'.
    05  FILLER      PIC X(6) VALUE 'STATUS'.
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

    PERFORM RUN-DT-GET.
    MOVE SPACES TO SUB-TBL.
    OPEN EXTEND DLV-LOG-FILE.

* LOAD THE PROFILES AND OPEN A SLOT FOR EACH ACTIVE SUBSCRIBER
    PERFORM PROF-LOAD.
    MOVE 0 TO SLOT-X.
    PERFORM SLOT-OPEN-NEXT SLOT-MAX TIMES.

* FULL-FILE SUBSCRIBERS FROM THE NEW MASTER
    IF FULL-SUB-CNT GREATER 0
   MOVE 'F' TO PASS-CONTENT
   MOVE 'F' TO W-ENDIN
   OPEN INPUT MAST-FILE
   PERFORM MAST-READ
   PERFORM SUB-SCAN UNTIL ENDIN
   CLOSE MAST-FILE.

* CHANGES-ONLY SUBSCRIBERS FROM THE CHANGE TAPE
    IF CHG-SUB-CNT GREATER 0
   MOVE 'C' TO PASS-CONTENT
   MOVE 'F' TO W-ENDIN
   OPEN INPUT CHG-FILE
   PERFORM CHG-READ
   PERFORM SUB-SCAN UNTIL ENDIN
   CLOSE CHG-FILE.

* TRAILERS, CLOSE, AND ONE LOG LINE PER SUBSCRIBER
    MOVE SPACES TO PRINT-REC.
    MOVE DLV-HEAD-1 TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE 0 TO SLOT-X.
    PERFORM SLOT-FINISH SLOT-MAX TIMES.

    PERFORM TOT-OUT.
    CLOSE DLV-LOG-FILE, PRINT-FILE.
    STOP RUN.
*********************************************************
*********************************************************
*
RUN-DT-GET SECTION.
RUN-DT-GET-PARA.
* THE LAST RUN-HISTORY DATE DATES THE DELIVERY LOG
    MOVE 0 TO RH-RUN-DT.
    OPEN INPUT RUN-HIST-FILE.
RDG-READ.
    READ RUN-HIST-FILE INTO RUN-HIST-DTL AT END
   GO TO RDG-DONE.
    GO TO RDG-READ.
RDG-DONE.
    CLOSE RUN-HIST-FILE.
    MOVE RH-RUN-DT TO DLG-RUN-DT.
RDG-EXIT.           EXIT.
*
*********************************************************
*
PROF-LOAD SECTION.
PROF-LOAD-PARA.
* ONE PROFILE PER SUBSCRIBER.  A PROFILE WITH NO ID, A SLOT NOT
* 01-10 OR ALREADY TAKEN, OR AN UNKNOWN CONTENT OR FORMAT CODE IS
* REPORTED, LOGGED AS REJECTED AND SENT NOTHING.
    OPEN INPUT PROF-FILE.
PL-READ.
    READ PROF-FILE AT END
   GO TO PL-DONE.
    IF PROF-REC EQUAL TO SPACES
   GO TO PL-READ.
    ADD 1 TO PROF-CNT.
    MOVE SP-SUB-ID TO ELM-KEY.
    IF SP-SUB-ID EQUAL TO SPACES
   MOVE 'PROFILE REJECTED - NO SUBSCRIBER ID' TO ELM-MSG
   GO TO PL-REJECT.
    IF SP-SLOT-X NOT NUMERIC
   MOVE 'PROFILE REJECTED - SLOT NOT 01-10' TO ELM-MSG
   GO TO PL-REJECT.
    IF SP-SLOT LESS 1 OR SP-SLOT GREATER SLOT-MAX
   MOVE 'PROFILE REJECTED - SLOT NOT 01-10' TO ELM-MSG
   GO TO PL-REJECT.
    IF NOT SB-FREE (SP-SLOT)
   MOVE 'PROFILE REJECTED - SLOT ALREADY IN USE' TO ELM-MSG
   GO TO PL-REJECT.
    IF SP-CONTENT NOT EQUAL TO 'F' AND SP-CONTENT NOT EQUAL TO 'C'
   MOVE 'PROFILE REJECTED - CONTENT NOT F OR C' TO ELM-MSG
   GO TO PL-REJECT.
    IF SP-FORMAT NOT EQUAL TO '216' AND
   SP-FORMAT NOT EQUAL TO 'CSV'
   MOVE 'PROFILE REJECTED - FORMAT NOT 216 OR CSV' TO ELM-MSG
   GO TO PL-REJECT.
    MOVE SP-SLOT TO SLOT-X.
    MOVE SP-SUB-ID TO SB-SUB-ID (SLOT-X).
    MOVE SP-NAME TO SB-NAME (SLOT-X).
    MOVE SP-CONTENT TO SB-CONTENT (SLOT-X).
    MOVE SP-FORMAT TO SB-FORMAT (SLOT-X).
    MOVE SP-ISS-TYPES TO SB-TYPES (SLOT-X).
    MOVE SP-EXCHS TO SB-EXCHS (SLOT-X).
    MOVE SP-STATS TO SB-STATS (SLOT-X).
    MOVE SP-CHG-TYPES TO SB-CHGS (SLOT-X).
    MOVE 0 TO SB-CNT (SLOT-X), SB-HASH (SLOT-X).
    IF SP-HOLD EQUAL TO 'H'
   MOVE 'H' TO SB-STAT (SLOT-X)
   ADD 1 TO HELD-CNT
   GO TO PL-READ.
    MOVE 'A' TO SB-STAT (SLOT-X).
    IF SP-CONTENT EQUAL TO 'F'
   ADD 1 TO FULL-SUB-CNT
    ELSE
   ADD 1 TO CHG-SUB-CNT.
    GO TO PL-READ.
PL-REJECT.
    PERFORM MSG-OUT.
    ADD 1 TO REJ-CNT.
    MOVE SP-SUB-ID TO DLG-SUB-ID.
    MOVE SP-NAME TO DLG-NAME.
    IF SP-SLOT-X NUMERIC
   MOVE SP-SLOT TO DLG-SLOT-NO
    ELSE
   MOVE 0 TO DLG-SLOT-NO.
    MOVE SPACES TO DLG-CONTENT, DLG-FORMAT.
    MOVE 0 TO DLG-CNT, DLG-HASH.
    MOVE 'REJECTED' TO DLG-STAT.
    WRITE DLV-LOG-REC FROM DLV-LOG-LINE.
    GO TO PL-READ.
PL-DONE.
    CLOSE PROF-FILE.
PL-EXIT.           EXIT.
*
*********************************************************
*
MAST-READ SECTION.
MAST-READ-PARA.
* NEXT NEW MASTER RECORD.  THE FIRST NINES RECORD ENDS THE FILE.
    READ MAST-FILE INTO OUTP-REC AT END
   MOVE 'T' TO W-ENDIN
   GO TO MRD-EXIT.
    IF O-ISSUER EQUAL TO '999999'
   MOVE 'T' TO W-ENDIN
   GO TO MRD-EXIT.
    ADD 1 TO MAST-CNT.
    MOVE SPACE TO CHG-TYPE.
MRD-EXIT.           EXIT.
*
*********************************************************
*
CHG-READ SECTION.
CHG-READ-PARA.
* NEXT CHANGE-TAPE RECORD
    READ CHG-FILE INTO CHG-LINE AT END
   MOVE 'T' TO W-ENDIN
   GO TO CRD-EXIT.
    ADD 1 TO CHGIN-CNT.
    MOVE CHG-DATA TO OUTP-REC.
CRD-EXIT.           EXIT.
*
*********************************************************
*
SUB-SCAN SECTION.
SUB-SCAN-PARA.
* OFFER THE RECORD IN OUTP-REC TO EVERY ACTIVE SUBSCRIBER TAKING
* THIS PASS'S INPUT, THEN READ THE NEXT ONE
    MOVE O-X-QSIP TO HASH-KEY-WRK.
    PERFORM KEY-HASH.
    MOVE HASH-KEY-NUM TO REC-HASH.
    MOVE 'F' TO CSV-BUILT-SW.
    MOVE 0 TO SLOT-X.
SS-NEXT.
    ADD 1 TO SLOT-X.
    IF SLOT-X GREATER SLOT-MAX
   GO TO SS-READ.
    IF NOT SB-ACTIVE (SLOT-X) OR
   SB-CONTENT (SLOT-X) NOT EQUAL TO PASS-CONTENT
   GO TO SS-NEXT.
    PERFORM SUB-CHK.
    IF SUB-OK
   PERFORM SLOT-PUT.
    GO TO SS-NEXT.
SS-READ.
    IF PASS-CONTENT EQUAL TO 'F'
   PERFORM MAST-READ
    ELSE
   PERFORM CHG-READ.
SS-EXIT.           EXIT.
*
*********************************************************
*
SUB-CHK SECTION.
SUB-CHK-PARA.
* SUB-OK WHEN THE RECORD PASSES EVERY LIST ON THE SUBSCRIBER'S
* PROFILE.  THE CHANGE-TYPE LIST ONLY APPLIES TO THE CHANGE TAPE.
    MOVE 'F' TO SUB-OK-SW.
    MOVE SB-TYPES (SLOT-X) TO LC-LIST.
    MOVE O-ISS-TYPE TO LC-CHAR.
    PERFORM LIST-CHK.
    IF NOT LC-OK
   GO TO SBC-EXIT.
    MOVE SB-EXCHS (SLOT-X) TO LC-LIST.
    MOVE O-X-CD TO LC-CHAR.
    PERFORM LIST-CHK.
    IF NOT LC-OK
   GO TO SBC-EXIT.
    MOVE SB-STATS (SLOT-X) TO LC-LIST.
    MOVE O-ISS-ST TO LC-CHAR.
    PERFORM LIST-CHK.
    IF NOT LC-OK
   GO TO SBC-EXIT.
    IF PASS-CONTENT EQUAL TO 'C'
   MOVE SB-CHGS (SLOT-X) TO LC-LIST
   MOVE CHG-TYPE TO LC-CHAR
   PERFORM LIST-CHK
   IF NOT LC-OK
      GO TO SBC-EXIT.
    MOVE 'T' TO SUB-OK-SW.
SBC-EXIT.           EXIT.
*
*********************************************************
*
LIST-CHK SECTION.
LIST-CHK-PARA.
* IS LC-CHAR ON LC-LIST.  A BLANK LIST TAKES EVERY CODE.
    MOVE 'T' TO LC-OK-SW.
    IF LC-LIST EQUAL TO SPACES
   GO TO LCK-EXIT.
    MOVE 'F' TO LC-OK-SW.
    MOVE 1 TO LC-X.
LCK-LOOP.
    IF LC-X GREATER 20
   GO TO LCK-EXIT.
    IF LC-LIST-CHAR (LC-X) EQUAL TO LC-CHAR AND
   LC-LIST-CHAR (LC-X) NOT EQUAL TO SPACE
   MOVE 'T' TO LC-OK-SW
   GO TO LCK-EXIT.
    ADD 1 TO LC-X.
    GO TO LCK-LOOP.
LCK-EXIT.           EXIT.
*
*********************************************************
*
SLOT-PUT SECTION.
SLOT-PUT-PARA.
* BUILD THE SUBSCRIBER'S RECORD IN OUT-AREA, COUNT AND HASH IT,
* AND WRITE IT TO THE SUBSCRIBER'S SLOT
    MOVE SPACES TO OUT-AREA.
    IF SB-FORMAT (SLOT-X) EQUAL TO 'CSV'
   GO TO SP-CSV.
    IF PASS-CONTENT EQUAL TO 'F'
   MOVE OUTP-REC TO OUT-AREA
   MOVE 216 TO OUT-LEN
    ELSE
   MOVE CHG-TYPE TO OUT-CHG-TYPE
   MOVE OUTP-REC TO OUT-CHG-DATA
   MOVE 217 TO OUT-LEN.
    GO TO SP-WRITE.
SP-CSV.
    IF NOT CSV-BUILT
   PERFORM CSV-BUILD
   MOVE 'T' TO CSV-BUILT-SW.
    MOVE CSV-EXTRACT-LINE TO OUT-CSV-LINE.
    MOVE 135 TO OUT-LEN.
    IF PASS-CONTENT EQUAL TO 'C'
   MOVE ',' TO OUT-CSV-COMMA
   MOVE CHG-TYPE TO OUT-CSV-TYPE
   MOVE 137 TO OUT-LEN.
SP-WRITE.
    PERFORM SLOT-WRITE.
    ADD 1 TO SB-CNT (SLOT-X).
    ADD 1 TO SENT-CNT.
    ADD REC-HASH TO SB-HASH (SLOT-X).
    IF SB-HASH (SLOT-X) GREATER 9999999999
   SUBTRACT 10000000000 FROM SB-HASH (SLOT-X).
SPT-EXIT.           EXIT.
*
*********************************************************
*
CSV-BUILD SECTION.
CSV-BUILD-PARA.
* ONE NEWCSV LINE FOR OUTP-REC.  THE TWO TYPE-SPECIFIC FIELDS ARE
* PICKED AND NAMED BY ISSUE TYPE, AND FUTURES QUOTED TO FOUR PLACES
* USE THE *4 PRICES, EXACTLY AS PD'S CSV-EXTRACT-DTL DOES.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    MOVE SPACES TO CSV-OUT-FLD-1-NAME, CSV-OUT-FLD-2-NAME.
    MOVE SPACES TO CSV-OUT-FLD-1-VAL, CSV-OUT-FLD-2-VAL.
    IF TEST-IS-BOND
   MOVE 'MOODY-RATE' TO CSV-OUT-FLD-1-NAME
   MOVE O-MOODY-RATE TO CSV-OUT-FLD-1-VAL
   MOVE 'SNP-BD' TO CSV-OUT-FLD-2-NAME
   MOVE O-SNP-BD TO CSV-OUT-FLD-2-VAL
      ELSE IF TEST-IS-EQUITY-OPTION
   MOVE 'UND-STK-PRC' TO CSV-OUT-FLD-1-NAME
   MOVE O-UND-STK-PRICE TO RPT-ED-UND-STK-PRICE
   MOVE RPT-ED-UND-STK-PRICE TO CSV-OUT-FLD-1-VAL
   MOVE 'OP-IAD' TO CSV-OUT-FLD-2-NAME
   MOVE O-OP-IAD TO RPT-ED-OP-IAD
   MOVE RPT-ED-OP-IAD TO CSV-OUT-FLD-2-VAL
      ELSE IF TEST-IS-FUTURE
   MOVE 'CASH-PRICE' TO CSV-OUT-FLD-1-NAME
   MOVE O-FUT-CASH-PRICE TO RPT-ED-FUT-CASH-PRICE
   MOVE RPT-ED-FUT-CASH-PRICE TO CSV-OUT-FLD-1-VAL
   MOVE 'OPEN-INT' TO CSV-OUT-FLD-2-NAME
   MOVE O-FUT-OPEN-INTEREST TO CSV-OUT-FLD-2-VAL
      ELSE IF TEST-IS-STOCK
   MOVE 'SHRS-OUT' TO CSV-OUT-FLD-1-NAME
   MOVE O-SHRS-OUT TO CSV-OUT-FLD-1-VAL
   MOVE 'IAD' TO CSV-OUT-FLD-2-NAME
   MOVE O-IAD TO RPT-ED-IAD
   MOVE RPT-ED-IAD TO CSV-OUT-FLD-2-VAL.
    MOVE O-X-QSIP TO CSV-QSIP.
    MOVE O-X-TIC TO CSV-TIC.
    MOVE O-ISS-TYPE TO CSV-ISS-TYPE.
    MOVE O-ISS-ST TO CSV-ISS-ST.
    MOVE O-ISSUER-DESCRIP TO CSV-DESCRIP.
    MOVE O-PRICE-DT TO CSV-PRICE-DT.
    IF TEST-IS-FUTURE AND O-FUT-DP4-CD EQUAL TO '4'
   MOVE O-CLOSE4 TO RPT-ED-PRC4
   MOVE RPT-ED-PRC4 TO CSV-CLOSE
   MOVE O-HIGH4 TO RPT-ED-PRC4
   MOVE RPT-ED-PRC4 TO CSV-HIGH
   MOVE O-LOW4 TO RPT-ED-PRC4
   MOVE RPT-ED-PRC4 TO CSV-LOW
   MOVE O-ADJ-PREV-CLOSE4 TO RPT-ED-PRC4
   MOVE RPT-ED-PRC4 TO CSV-ADJ-PREV-CLOSE
    ELSE
   MOVE O-CLOSE TO RPT-ED-PRC
   MOVE RPT-ED-PRC TO CSV-CLOSE
   MOVE O-HIGH TO RPT-ED-PRC
   MOVE RPT-ED-PRC TO CSV-HIGH
   MOVE O-LOW TO RPT-ED-PRC
   MOVE RPT-ED-PRC TO CSV-LOW
   MOVE O-ADJ-PREV-CLOSE TO RPT-ED-PRC
   MOVE RPT-ED-PRC TO CSV-ADJ-PREV-CLOSE.
CSB-EXIT.           EXIT.
*
*********************************************************
*
SLOT-FINISH SECTION.
SLOT-FINISH-PARA.
* NEXT SLOT: WRITE THE TRAILER AND CLOSE AN ACTIVE SLOT, AND LOG
* EVERY SLOT IN USE
    ADD 1 TO SLOT-X.
    IF SB-FREE (SLOT-X)
   GO TO SF-EXIT.
    MOVE SB-SUB-ID (SLOT-X) TO DLG-SUB-ID.
    MOVE SB-NAME (SLOT-X) TO DLG-NAME.
    MOVE SLOT-X TO DLG-SLOT-NO.
    IF SB-CONTENT (SLOT-X) EQUAL TO 'F'
   MOVE 'FULL' TO DLG-CONTENT
    ELSE
   MOVE 'CHGS' TO DLG-CONTENT.
    MOVE SB-FORMAT (SLOT-X) TO DLG-FORMAT.
    MOVE SB-CNT (SLOT-X) TO DLG-CNT.
    MOVE SB-HASH (SLOT-X) TO DLG-HASH.
    IF SB-HELD (SLOT-X)
   MOVE 'HELD' TO DLG-STAT
   GO TO SF-LOG.
    PERFORM TRLR-OUT.
    PERFORM SLOT-CLOSE.
    MOVE 'SENT' TO DLG-STAT.
SF-LOG.
    WRITE DLV-LOG-REC FROM DLV-LOG-LINE.
    MOVE SPACES TO PRINT-REC.
    MOVE DLV-LOG-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
SF-EXIT.           EXIT.
*
*********************************************************
*
TRLR-OUT SECTION.
TRLR-OUT-PARA.
* THE SUBSCRIBER'S TRAILER - A CSV 'CT' LINE, A CHANGE-TAPE TYPE
* 'T' RECORD, OR THE NEW216 TRAILER FOLLOWED BY NINES TO FILL THE
* 5-RECORD BLOCK THE WAY END-OF-OUTPUT-NINES DOES
    MOVE SPACES TO OUT-AREA.
    IF SB-FORMAT (SLOT-X) EQUAL TO 'CSV'
   MOVE SB-CNT (SLOT-X) TO CT-REC-CNT
   MOVE SB-HASH (SLOT-X) TO CT-HASH
   MOVE CSV-TRLR-LINE TO OUT-CSV-LINE
   MOVE 135 TO OUT-LEN
   PERFORM SLOT-WRITE
   GO TO TRO-EXIT.
    MOVE SB-CNT (SLOT-X) TO OT-REC-CNT.
    MOVE SB-HASH (SLOT-X) TO OT-HASH.
    IF SB-CONTENT (SLOT-X) EQUAL TO 'C'
   MOVE 'T' TO OUT-CHG-TYPE
   MOVE OUT-TRLR-LINE TO OUT-CHG-DATA
   MOVE 217 TO OUT-LEN
   PERFORM SLOT-WRITE
   GO TO TRO-EXIT.
    MOVE OUT-TRLR-LINE TO OUT-AREA.
    MOVE 216 TO OUT-LEN.
    PERFORM SLOT-WRITE.
    DIVIDE 5 INTO SB-CNT (SLOT-X) GIVING NINE-Q
   REMAINDER NINE-CNT.
    COMPUTE NINE-CNT = 4 - NINE-CNT.
    MOVE W-NINES TO OUT-AREA.
TRO-NINES.
    IF NINE-CNT EQUAL TO 0
   GO TO TRO-EXIT.
    PERFORM SLOT-WRITE.
    SUBTRACT 1 FROM NINE-CNT.
    GO TO TRO-NINES.
TRO-EXIT.           EXIT.
*
*********************************************************
*
SLOT-OPEN-NEXT SECTION.
SLOT-OPEN-NEXT-PARA.
* OPEN THE NEXT SLOT IF AN ACTIVE SUBSCRIBER HAS IT
    ADD 1 TO SLOT-X.
    IF NOT SB-ACTIVE (SLOT-X)
   GO TO SON-EXIT.
    GO TO SON-01 SON-02 SON-03 SON-04 SON-05
      SON-06 SON-07 SON-08 SON-09 SON-10
   DEPENDING ON SLOT-X.
    GO TO SON-EXIT.
SON-01.
    OPEN OUTPUT SX01-FILE.
    GO TO SON-EXIT.
SON-02.
    OPEN OUTPUT SX02-FILE.
    GO TO SON-EXIT.
SON-03.
    OPEN OUTPUT SX03-FILE.
    GO TO SON-EXIT.
SON-04.
    OPEN OUTPUT SX04-FILE.
    GO TO SON-EXIT.
SON-05.
    OPEN OUTPUT SX05-FILE.
    GO TO SON-EXIT.
SON-06.
    OPEN OUTPUT SX06-FILE.
    GO TO SON-EXIT.
SON-07.
    OPEN OUTPUT SX07-FILE.
    GO TO SON-EXIT.
SON-08.
    OPEN OUTPUT SX08-FILE.
    GO TO SON-EXIT.
SON-09.
    OPEN OUTPUT SX09-FILE.
    GO TO SON-EXIT.
SON-10.
    OPEN OUTPUT SX10-FILE.
SON-EXIT.           EXIT.
*
*********************************************************
*
SLOT-WRITE SECTION.
SLOT-WRITE-PARA.
* WRITE OUT-AREA, OUT-LEN BYTES, TO SLOT SLOT-X
    GO TO SWR-01 SWR-02 SWR-03 SWR-04 SWR-05
      SWR-06 SWR-07 SWR-08 SWR-09 SWR-10
   DEPENDING ON SLOT-X.
    GO TO SWR-EXIT.
SWR-01.
    WRITE SX01-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-02.
    WRITE SX02-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-03.
    WRITE SX03-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-04.
    WRITE SX04-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-05.
    WRITE SX05-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-06.
    WRITE SX06-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-07.
    WRITE SX07-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-08.
    WRITE SX08-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-09.
    WRITE SX09-REC FROM OUT-AREA.
    GO TO SWR-EXIT.
SWR-10.
    WRITE SX10-REC FROM OUT-AREA.
SWR-EXIT.           EXIT.
*
*********************************************************
*
SLOT-CLOSE SECTION.
SLOT-CLOSE-PARA.
* CLOSE SLOT SLOT-X
    GO TO SCL-01 SCL-02 SCL-03 SCL-04 SCL-05
      SCL-06 SCL-07 SCL-08 SCL-09 SCL-10
   DEPENDING ON SLOT-X.
    GO TO SCL-EXIT.
SCL-01.
    CLOSE SX01-FILE.
    GO TO SCL-EXIT.
SCL-02.
    CLOSE SX02-FILE.
    GO TO SCL-EXIT.
SCL-03.
    CLOSE SX03-FILE.
    GO TO SCL-EXIT.
SCL-04.
    CLOSE SX04-FILE.
    GO TO SCL-EXIT.
SCL-05.
    CLOSE SX05-FILE.
    GO TO SCL-EXIT.
SCL-06.
    CLOSE SX06-FILE.
    GO TO SCL-EXIT.
SCL-07.
    CLOSE SX07-FILE.
    GO TO SCL-EXIT.
SCL-08.
    CLOSE SX08-FILE.
    GO TO SCL-EXIT.
SCL-09.
    CLOSE SX09-FILE.
    GO TO SCL-EXIT.
SCL-10.
    CLOSE SX10-FILE.
SCL-EXIT.           EXIT.
*
*********************************************************
*
KEY-HASH SECTION.
KEY-HASH-PARA.
* FOLD THE KEY IN HASH-KEY-WRK TO ALL DIGITS SO IT CAN BE SUMMED
* INTO A CONTROL HASH: EACH LETTER (OR SPACE) IS REPLACED BY ITS
* DIGIT FROM THE FOLD TABLES.  THE CALLER MOVES THE KEY IN AND
* ADDS HASH-KEY-NUM TO ITS FILE'S HASH TOTAL AFTERWARD.
    MOVE 1 TO HK-X.
KH-CHAR-LOOP.
    IF HK-X GREATER 10
   GO TO KH-EXIT.
    MOVE 1 TO HK-Y.
KH-FOLD-LOOP.
    IF HK-Y GREATER 27
   ADD 1 TO HK-X
   GO TO KH-CHAR-LOOP.
    IF HASH-KEY-CHAR (HK-X) EQUAL TO HASH-FROM-CHAR (HK-Y)
   MOVE HASH-TO-CHAR (HK-Y) TO HASH-KEY-CHAR (HK-X)
   ADD 1 TO HK-X
   GO TO KH-CHAR-LOOP.
    ADD 1 TO HK-Y.
    GO TO KH-FOLD-LOOP.
KH-EXIT.           EXIT.
*
*********************************************************
*
TOT-OUT SECTION.
TOT-OUT-PARA.
    MOVE SPACES TO PRINT-REC.
    MOVE ' DISTRIBUTION TOTALS' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
    MOVE DASHES TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE 'PROFILES READ' TO TL-LABEL.
    MOVE PROF-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'PROFILES REJECTED' TO TL-LABEL.
    MOVE REJ-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'SUBSCRIBERS HELD' TO TL-LABEL.
    MOVE HELD-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'FULL-FILE SUBSCRIBERS' TO TL-LABEL.
    MOVE FULL-SUB-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CHANGES-ONLY SUBSCRIBERS' TO TL-LABEL.
    MOVE CHG-SUB-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'MASTER RECORDS READ' TO TL-LABEL.
    MOVE MAST-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CHANGE RECORDS READ' TO TL-LABEL.
    MOVE CHGIN-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'RECORDS SENT' TO TL-LABEL.
    MOVE SENT-CNT TO TL-CNT.
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
