IDENTIFICATION DIVISION.
PROGRAM-ID.                    CATCHUP.
AUTHOR.                IDSI.
REMARKS.               CATCH-UP DRIVER: VERSION 01.
         COMPANION TO THE 40 TO 216 CONVERT SOFTWARE (PD).
         RUN AFTER AN OUTAGE TO APPLY A BACKLOG OF HELD TRANS
         FEEDS IN ONE JOB, ONE TRADING DAY AT A TIME, SO THE PRICE
         HISTORY, RUN HISTORY, CALL HISTORY AND CHANGE TAPE SEE
         EVERY DAY INSTEAD OF A SKIPPED GAP.  THE HELD FEEDS ARE
         CONCATENATED ON HELDFL IN LABEL-DATE ORDER.  THE WHOLE
         LIST IS CHECKED BEFORE ANYTHING RUNS - EVERY FEED MUST
         HAVE A LABEL AND A TRAILER, NONE MAY BE A TRIAL FEED, AND
         THE LABEL DATES MUST ASCEND.  FEEDS THE RUN HISTORY SHOWS
         ALREADY POSTED ARE PASSED OVER, SO A STOPPED CATCH-UP IS
         RESTARTED BY RERUNNING THE SAME JOB.
         EACH REMAINING FEED IS COPIED TO TRANSFL AND PD IS CALLED
         FOR IT, SO EVERY DAY GETS PD'S OWN LABEL-DATE CHECK,
         CONTROL-TOTAL CHECKS AND RUN-HISTORY RECORD.  BETWEEN DAYS
         THE NEW MASTER, PRICE HISTORY AND FACTOR HISTORY ARE
         COPIED BACK OVER OLD216, PRHISTI AND MFHISTI, WHICH THE
         CATCH-UP JCL POINTS AT WORK COPIES OF THE REAL GENERATIONS;
         THE UNDERLYING FILE, RUN HISTORY, CALL HISTORY AND ID
         HISTORY CARRY FORWARD ON THEIR OWN.  A DAY WITH NO NEW
         RUN-HISTORY RECORD STOPS THE CATCH-UP, LEAVING THE WORK
         COPIES AS THEY WERE AFTER THE LAST GOOD DAY.  ENDS WITH ONE
         CONSOLIDATED SUMMARY OF EVERY FEED ON CUPRTR; PD'S OWN
         SUMMARY PAGE FOR EACH DAY IS ON PRTR.
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
    SELECT PRINT-FILE    ASSIGN TO CUPRTR.
    SELECT HELD-FILE     ASSIGN TO HELDFL.
    SELECT TRANS-FILE    ASSIGN TO TRANSFL.
    SELECT CU-CTL-FILE   ASSIGN TO CUCTL.
    SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO RUNHIST.
* DAY-TO-DAY CARRY OF THE MASTER AND THE TWO MERGED HISTORIES -
* WHAT PD WROTE FOR ONE DAY IS COPIED BACK TO WHERE IT READS THE
* NEXT DAY'S INPUT
    SELECT NEW-MAST-FILE ASSIGN TO NEW216.
    SELECT OLD-MAST-FILE ASSIGN TO OLD216.
    SELECT PH-NEW-FILE   ASSIGN TO PRHISTO.
    SELECT PH-OLD-FILE   ASSIGN TO PRHISTI.
    SELECT MF-NEW-FILE   ASSIGN TO MFHISTO.
    SELECT MF-OLD-FILE   ASSIGN TO MFHISTI.
DATA DIVISION.
FILE SECTION.
FD  HELD-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    LABEL RECORDS ARE STANDARD.
01  HELD-REC            PIC X(40).
FD  TRANS-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    LABEL RECORDS ARE STANDARD.
01  TRANS-REC           PIC X(40).
FD  CU-CTL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  CU-CTL-REC          PIC X(40).
FD  RUN-HIST-FILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RUN-HIST-REC        PIC X(120).
FD  NEW-MAST-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  NEW-MAST-REC        PIC X(216).
FD  OLD-MAST-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  OLD-MAST-REC        PIC X(216).
FD  PH-NEW-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PH-NEW-REC          PIC X(50).
FD  PH-OLD-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PH-OLD-REC          PIC X(50).
FD  MF-NEW-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-NEW-REC          PIC X(50).
FD  MF-OLD-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-OLD-REC          PIC X(50).
FD  PRINT-FILE
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PRINT-REC.
    05  P-MESS.
      10  PRINT-MESS    PIC X(60).
      10  FILLER        PIC X(72).
    05  PRINT-LINE REDEFINES P-MESS PIC X(132).
*
WORKING-STORAGE SECTION.
*
* ONE RECORD OFF THE HELD FEEDS, WITH THE TRANS LABEL LAYOUT PD
* READS.  A RECORD WHOSE FIRST SIX BYTES ARE NINES IS THE BULLETIN
* SEPARATOR OR THE TRANS TRAILER; THE SECOND ONE ENDS A FEED, AND
* ANY FURTHER NINES BEFORE THE NEXT FEED ARE BLOCK PADDING.  THE
* TRIAL FLAG IS ON THE LABEL RECORD ITSELF; THE RUN DATE IS ON THE
* DATE RECORD THAT FOLLOWS IT, WHERE PD'S LABEL-DT TAKES T-LABEL-DT.
01  HELD-WRK.
    05  HW-ISSUER             PIC X(6).
    05  FILLER            PIC X(34).
01  HW-LABEL-REC REDEFINES HELD-WRK.
    05  HW-DUMMY              PIC X(5).
    05  FILLER            PIC X(1).
    05  HW-LABEL              PIC X(4).
    05  FILLER            PIC X(20).
    05  HW-TRIAL-FLAG         PIC X(1).
    05  FILLER            PIC X(9).
01  HW-DATE-REC REDEFINES HELD-WRK.
    05  FILLER            PIC X(34).
    05  HW-LABEL-DT           PIC 9(6).
    05  HW-LABEL-DT-X REDEFINES HW-LABEL-DT PIC X(6).
*
* CATCH-UP CONTROL RECORD PD READS AT JOB START - TONIGHT'S DAY
* NUMBER AND THE NUMBER OF DAYS BEING APPLIED
01  CU-CTL-INFO.
    05  CC-DAY          PIC 9(3) VALUE 0.
    05  CC-DAYS         PIC 9(3) VALUE 0.
    05  FILLER          PIC X(34) VALUE SPACES.
*
* ONE RUN-HISTORY RECORD, SAME LAYOUT PD WRITES
01  RUN-HIST-DTL.
    05  RH-RUN-DT       PIC 9(6).
    05  RH-OLDTP-CNT        PIC 9(6).
    05  RH-TRANS-CNT        PIC 9(6).
    05  RH-UPD-CNT      PIC 9(6).
    05  RH-OUTP-CNT     PIC 9(6).
    05  RH-PR-CNT       PIC 9(6).
    05  RH-DR-CNT       PIC 9(6).
    05  RH-BA-CNT       PIC 9(6).
    05  RH-OI-CNT       PIC 9(6).
    05  RH-RB-CNT       PIC 9(6).
    05  RH-CL-CNT       PIC 9(6).
    05  RH-MTG-CNT      PIC 9(6).
    05  RH-SC-CNT       PIC 9(6).
    05  RH-NSC-CNT      PIC 9(6).
    05  RH-CR-CNT       PIC 9(6).
    05  RH-SCNG-CNT     PIC 9(6).
    05  RH-CONT-CNT     PIC 9(6).
    05  RH-BADPR-CNT        PIC 9(6).
    05  RH-P-CNT        PIC 9(6).
    05  RH-PROB-CNT     PIC 9(6).
*
01  FLAGS.
    05  W-ENDHELD       PIC X VALUE 'F'.
    88  ENDHELD       VALUE 'T'.
    05  LIST-BAD-SW     PIC X VALUE 'F'.
    88  LIST-BAD      VALUE 'T'.
    05  CU-STOP-SW      PIC X VALUE 'F'.
    88  CU-STOPPED    VALUE 'T'.
    05  FEED-COPY-SW    PIC X VALUE 'F'.
    88  FEED-COPYING  VALUE 'T'.
    05  FS-LABEL-SW     PIC X VALUE 'F'.
    88  FS-LABEL-NONE VALUE 'F'.
    88  FS-DATE-NEXT  VALUE 'D'.
*
01  CNTRS.
    05  FEED-CNT        PIC 9(4) VALUE 0 COMP.
    05  POSTED-CNT      PIC 9(4) VALUE 0 COMP.
    05  RUN-CNT         PIC 9(4) VALUE 0 COMP.
    05  APPLIED-CNT     PIC 9(4) VALUE 0 COMP.
    05  DAY-NO          PIC 9(4) VALUE 0 COMP.
    05  NINE-CNT        PIC 9(4) VALUE 0 COMP.
    05  FEED-REC-NO     PIC 9(6) VALUE 0 COMP.
    05  RH-ENT-CNT      PIC 9(6) VALUE 0 COMP.
    05  RH-ENT-BEFORE   PIC 9(6) VALUE 0 COMP.
    05  COPY-CNT        PIC 9(8) VALUE 0 COMP.
    05  TOT-TRANS       PIC 9(8) VALUE 0 COMP.
    05  TOT-UPD         PIC 9(8) VALUE 0 COMP.
    05  TOT-PR          PIC 9(8) VALUE 0 COMP.
    05  TOT-PROB        PIC 9(8) VALUE 0 COMP.
    05  FX          PIC 9(4) VALUE 0 COMP.
    05  MSG-FEED        PIC 9(4) VALUE 0 COMP.
*
* THE HELD FEEDS, IN THE ORDER THEY ARE CONCATENATED.  FEED-MAX
* IS WELL PAST ANY OUTAGE THE DESK HAS HAD TO RECOVER FROM.
01  FEED-TBL-INFO.
    05  FEED-MAX        PIC 9(4) VALUE 60 COMP.
    05  LAST-RUN-DT     PIC 9(6) VALUE 0.
    05  LAST-RUN-KEY    PIC 9(8) VALUE 0.
    05  PREV-KEY        PIC 9(8) VALUE 0.
    05  FEED-TBL.
    10  FEED-ENT OCCURS 60 TIMES.
      15  FT-LABEL-DT     PIC 9(6).
      15  FT-KEY          PIC 9(8).
      15  FT-REC-CNT      PIC 9(6) COMP.
      15  FT-STAT         PIC X.
        88  FT-NOT-RUN    VALUE ' '.
        88  FT-POSTED     VALUE 'P'.
        88  FT-APPLIED    VALUE 'A'.
        88  FT-FAILED     VALUE 'F'.
      15  FT-OLDTP-CNT    PIC 9(6).
      15  FT-TRANS-CNT    PIC 9(6).
      15  FT-UPD-CNT      PIC 9(6).
      15  FT-OUTP-CNT     PIC 9(6).
      15  FT-PR-CNT       PIC 9(6).
      15  FT-PROB-CNT     PIC 9(6).
*
* LABEL DATE (MMDDYY) TURNED INTO A YYYYMMDD KEY SO DATES ORDER
* ACROSS A CENTURY, WINDOWED AT 1970 LIKE PD'S TRANS-DT-FIX
01  DT-KEY-WRK.
    05  DK-DT           PIC 9(6).
    05  DK-DT-R REDEFINES DK-DT.
    10  DK-MM       PIC 9(2).
    10  DK-DD       PIC 9(2).
    10  DK-YY       PIC 9(2).
    05  DK-YYYY         PIC 9(4).
    05  DK-KEY          PIC 9(8).
*
01  ID-1.
    05  FILLER      PIC X(57) JUST RIGHT VALUE
    'INTERACTIVE DATA CORPORATION'.
    05  FILLER      PIC X(26) JUST RIGHT VALUE
    'HELD FEED CATCH-UP DRIVER'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  ID-2.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(30) VALUE
      'ID:    CATCHUP;  VERSION 01;  '.
    05  FILLER      PIC X(27) VALUE SPACES.
*
01  DASHES.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(53) VALUE ALL '-'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
* CONSOLIDATED SUMMARY - ONE LINE PER HELD FEED WITH THE COUNTS
* FROM THE RUN-HISTORY RECORD PD WROTE FOR IT
01  CS-HEAD-1.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  FILLER      PIC X(40) VALUE
    'FEED  LABEL DT  STATUS          OLD MAST'.
    05  FILLER      PIC X(50) VALUE
    '     TRANS BULLETINS  NEW MAST    PRICES  PROBLEMS'.
*
01  CS-DTL-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  CSD-FEED    PIC ZZZ9.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  CSD-LABEL-DT PIC 99/99/99.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  CSD-STAT    PIC X(14).
    05  CSD-CNTS.
    10  CSD-OLDTP   PIC Z(9)9.
    10  CSD-TRANS   PIC Z(9)9.
    10  CSD-UPD     PIC Z(9)9.
    10  CSD-OUTP    PIC Z(9)9.
    10  CSD-PR      PIC Z(9)9.
    10  CSD-PROB    PIC Z(9)9.
    05  CSD-CNTS-X REDEFINES CSD-CNTS PIC X(60).
*
01  CS-TOT-LINE.
    05  FILLER      PIC X(11) VALUE SPACES.
    05  FILLER      PIC X(34) VALUE 'APPLIED FEEDS TOTAL'.
    05  CST-TRANS   PIC Z(9)9.
    05  CST-UPD     PIC Z(9)9.
    05  FILLER      PIC X(10) VALUE SPACES.
    05  CST-PR      PIC Z(9)9.
    05  CST-PROB    PIC Z(9)9.
*
01  EL-MSG-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(9) VALUE '****     '.
    05  ELM-MSG     PIC X(34).
    05  ELM-FEED-TXT PIC X(5).
    05  ELM-FEED    PIC ZZZZ.
    05  FILLER      PIC X(5) VALUE ' ****'.
*
01  TOT-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  TL-LABEL    PIC X(30).
    05  TL-CNT      PIC Z(5)9.
*
PROCEDURE DIVISION.
JOB-START SECTION.
JOB-START-PARA.
* TOP LEVEL ROUTINE

    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-REC FROM ID-1 AFTER ADVANCING NEXT-PAGE.
    WRITE PRINT-REC FROM ID-2 AFTER ADVANCING 2 LINES.
    WRITE PRINT-REC FROM DASHES AFTER ADVANCING 1 LINES.

* FIND THE LAST DAY ALREADY POSTED
    PERFORM RH-LAST-GET.
    MOVE RH-ENT-CNT TO RH-ENT-BEFORE.
    IF RH-ENT-CNT GREATER 0
   MOVE RH-RUN-DT TO LAST-RUN-DT, DK-DT
   PERFORM DT-KEY
   MOVE DK-KEY TO LAST-RUN-KEY.

* CHECK THE WHOLE LIST OF HELD FEEDS BEFORE ANY OF THEM IS RUN
    PERFORM FEED-SCAN.
    IF LIST-BAD
   MOVE 'LIST IN ERROR - NO FEED APPLIED' TO ELM-MSG
   MOVE 0 TO MSG-FEED
   PERFORM MSG-OUT
   GO TO JS-END.

* APPLY THE FEEDS NOT YET POSTED, ONE TRADING DAY AT A TIME
    IF RUN-CNT EQUAL TO 0
   MOVE 'NO HELD FEED LEFT TO APPLY' TO ELM-MSG
   MOVE 0 TO MSG-FEED
   PERFORM MSG-OUT
    ELSE
   PERFORM FEED-RUN.

* LEAVE NO CATCH-UP DAY BEHIND FOR THE NEXT ORDINARY NIGHT
    OPEN OUTPUT CU-CTL-FILE.
    CLOSE CU-CTL-FILE.

JS-END.
    PERFORM SUM-OUT.
    CLOSE PRINT-FILE.
    STOP RUN.
*********************************************************
*********************************************************
*
FEED-SCAN SECTION.
FEED-SCAN-PARA.
* FIRST PASS OVER THE HELD FEEDS.  NOTE WHERE EACH FEED ENDS AND
* ITS LABEL DATE, AND CHECK THE LIST IS ONE PD CAN TAKE IN ORDER.
* A FEED THE RUN HISTORY ALREADY HAS IS MARKED POSTED.
    OPEN INPUT HELD-FILE.
    MOVE 'F' TO W-ENDHELD.
    PERFORM HELD-READ.
FS-NEXT.
    PERFORM HELD-PAD-SKIP.
    IF ENDHELD
   GO TO FS-DONE.
    IF FEED-CNT NOT LESS FEED-MAX
   MOVE 'MORE HELD FEEDS THAN TABLE HOLDS' TO ELM-MSG
   MOVE FEED-CNT TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW
   GO TO FS-DONE.
    ADD 1 TO FEED-CNT.
    MOVE FEED-CNT TO FX.
    MOVE 0 TO FT-LABEL-DT (FX), FT-KEY (FX), FT-REC-CNT (FX),
         FT-OLDTP-CNT (FX), FT-TRANS-CNT (FX), FT-UPD-CNT (FX),
         FT-OUTP-CNT (FX), FT-PR-CNT (FX), FT-PROB-CNT (FX).
    MOVE ' ' TO FT-STAT (FX).
    MOVE 0 TO NINE-CNT, FEED-REC-NO.
    MOVE 'F' TO FS-LABEL-SW.
FS-REC.
    ADD 1 TO FEED-REC-NO.
    ADD 1 TO FT-REC-CNT (FX).
* THE LABEL IS ONE OF THE FIRST THREE RECORDS, AS PD EXPECTS, AND
* THE RECORD AFTER IT IS THE DATE RECORD
    IF FS-DATE-NEXT
   MOVE 'T' TO FS-LABEL-SW
   PERFORM FS-DATE
    ELSE IF FEED-REC-NO LESS 4 AND FS-LABEL-NONE AND
      (HW-LABEL EQUAL TO 'TRAN' OR HW-DUMMY EQUAL TO 'LABEL')
   PERFORM FS-LABEL.
    IF HW-ISSUER EQUAL TO '999999'
   ADD 1 TO NINE-CNT.
    PERFORM HELD-READ.
    IF NINE-CNT LESS 2 AND NOT ENDHELD
   GO TO FS-REC.
    IF NINE-CNT LESS 2
   MOVE 'HELD FEED ENDS WITHOUT TRAILER' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW.
* A LABEL WITH A BAD DATE RECORD HAS BEEN REPORTED BY FS-DATE
    IF FT-KEY (FX) EQUAL TO 0 AND FS-LABEL-NONE
   MOVE 'NO LABEL RECORD ON HELD FEED' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW.
    IF FT-KEY (FX) EQUAL TO 0
   MOVE 'T' TO LIST-BAD-SW
   GO TO FS-NEXT.
    IF FT-KEY (FX) NOT GREATER PREV-KEY
   MOVE 'HELD FEEDS NOT IN LABEL DATE ORDER' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW.
    MOVE FT-KEY (FX) TO PREV-KEY.
    IF FT-KEY (FX) NOT GREATER LAST-RUN-KEY
   MOVE 'P' TO FT-STAT (FX)
   ADD 1 TO POSTED-CNT
    ELSE
   ADD 1 TO RUN-CNT.
    GO TO FS-NEXT.
FS-DONE.
    CLOSE HELD-FILE.
    IF FEED-CNT EQUAL TO 0
   MOVE 'NO HELD FEED ON HELDFL' TO ELM-MSG
   MOVE 0 TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW.
FS-EXIT.           EXIT.
*
*********************************************************
*
FS-LABEL SECTION.
FS-LABEL-PARA.
* A FEED'S LABEL RECORD.  A TRIAL FEED WRITES NO MASTER AND NO RUN
* HISTORY, SO IT CANNOT BE PART OF A CATCH-UP.  THE LABEL DATE IS
* TAKEN OFF THE NEXT RECORD (FS-DATE).
    IF HW-TRIAL-FLAG EQUAL TO 'T'
   MOVE 'TRIAL FEED IN A CATCH-UP' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW.
    MOVE 'D' TO FS-LABEL-SW.
FSL-EXIT.           EXIT.
*
*********************************************************
*
FS-DATE SECTION.
FS-DATE-PARA.
* TAKE THE LABEL DATE OFF THE DATE RECORD FOLLOWING A FEED'S LABEL,
* AS PD'S LABEL-DT DOES
    IF HW-ISSUER EQUAL TO '999999'
   MOVE 'NO DATE RECORD AFTER LABEL' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW
   GO TO FSD-EXIT.
    IF HW-LABEL-DT-X NOT NUMERIC
   MOVE 'LABEL DATE NOT NUMERIC' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT
   MOVE 'T' TO LIST-BAD-SW
   GO TO FSD-EXIT.
    MOVE HW-LABEL-DT TO FT-LABEL-DT (FX), DK-DT.
    PERFORM DT-KEY.
    MOVE DK-KEY TO FT-KEY (FX).
FSD-EXIT.           EXIT.
*
*********************************************************
*
FEED-RUN SECTION.
FEED-RUN-PARA.
* SECOND PASS OVER THE HELD FEEDS.  A POSTED FEED IS READ PAST;
* EACH OTHER FEED IS ONE DAY'S RUN OF PD.  A FAILED DAY STOPS THE
* PASS, AND THE FEEDS AFTER IT ARE LEFT NOT RUN.
    OPEN INPUT HELD-FILE.
    MOVE 'F' TO W-ENDHELD.
    PERFORM HELD-READ.
    MOVE 0 TO FX.
FR-NEXT.
    ADD 1 TO FX.
    IF FX GREATER FEED-CNT OR CU-STOPPED
   GO TO FR-DONE.
    PERFORM HELD-PAD-SKIP.
    IF FT-POSTED (FX)
   MOVE 'F' TO FEED-COPY-SW
   PERFORM FEED-PASS
    ELSE
   PERFORM DAY-RTN.
    GO TO FR-NEXT.
FR-DONE.
    CLOSE HELD-FILE.
FR-EXIT.           EXIT.
*
*********************************************************
*
DAY-RTN SECTION.
DAY-RTN-PARA.
* ONE TRADING DAY.  CARRY THE LAST DAY'S OUTPUT FORWARD, PUT THIS
* DAY'S FEED ON TRANSFL, TELL PD WHICH DAY IT IS AND CALL IT.  PD
* IS CANCELLED AFTER EACH DAY SO THE NEXT DAY STARTS FROM ITS
* INITIAL STATE, EXACTLY AS A SEPARATE NIGHT WOULD.
    ADD 1 TO DAY-NO.
    IF DAY-NO GREATER 1
   PERFORM MAST-COPY
   PERFORM PH-COPY
   PERFORM MF-COPY.
    OPEN OUTPUT TRANS-FILE.
    MOVE 'T' TO FEED-COPY-SW.
    PERFORM FEED-PASS.
    CLOSE TRANS-FILE.
    MOVE DAY-NO TO CC-DAY.
    MOVE RUN-CNT TO CC-DAYS.
    OPEN OUTPUT CU-CTL-FILE.
    WRITE CU-CTL-REC FROM CU-CTL-INFO.
    CLOSE CU-CTL-FILE.
    CALL 'PD'.
    CANCEL 'PD'.
* PD WRITES ITS RUN-HISTORY RECORD ONLY AFTER A GOOD LIVE RUN -
* ONE NEW RECORD FOR THIS LABEL DATE MEANS THE DAY WENT IN
    PERFORM RH-LAST-GET.
    IF RH-ENT-CNT EQUAL TO RH-ENT-BEFORE + 1 AND
      RH-RUN-DT EQUAL TO FT-LABEL-DT (FX)
   MOVE 'A' TO FT-STAT (FX)
   ADD 1 TO APPLIED-CNT
   MOVE RH-OLDTP-CNT TO FT-OLDTP-CNT (FX)
   MOVE RH-TRANS-CNT TO FT-TRANS-CNT (FX)
   MOVE RH-UPD-CNT TO FT-UPD-CNT (FX)
   MOVE RH-OUTP-CNT TO FT-OUTP-CNT (FX)
   MOVE RH-PR-CNT TO FT-PR-CNT (FX)
   MOVE RH-PROB-CNT TO FT-PROB-CNT (FX)
   ADD RH-TRANS-CNT TO TOT-TRANS
   ADD RH-UPD-CNT TO TOT-UPD
   ADD RH-PR-CNT TO TOT-PR
   ADD RH-PROB-CNT TO TOT-PROB
   MOVE RH-ENT-CNT TO RH-ENT-BEFORE
    ELSE
   MOVE 'F' TO FT-STAT (FX)
   MOVE 'T' TO CU-STOP-SW
   MOVE 'NO RUN HISTORY - CATCH-UP STOPPED' TO ELM-MSG
   MOVE FX TO MSG-FEED
   PERFORM MSG-OUT.
DR-EXIT.           EXIT.
*
*********************************************************
*
FEED-PASS SECTION.
FEED-PASS-PARA.
* READ ONE FEED THROUGH TO ITS TRAILER, COPYING IT TO TRANSFL WHEN
* FEED-COPYING.  THE FIRST PASS HAS ALREADY FOUND EVERY FEED WHOLE.
    MOVE 0 TO NINE-CNT.
FP-REC.
    IF FEED-COPYING
   WRITE TRANS-REC FROM HELD-WRK.
    IF HW-ISSUER EQUAL TO '999999'
   ADD 1 TO NINE-CNT.
    PERFORM HELD-READ.
    IF NINE-CNT LESS 2 AND NOT ENDHELD
   GO TO FP-REC.
FP-EXIT.           EXIT.
*
*********************************************************
*
HELD-READ SECTION.
HELD-READ-PARA.
    READ HELD-FILE INTO HELD-WRK AT END
   MOVE 'T' TO W-ENDHELD
   MOVE SPACES TO HELD-WRK.
HR-EXIT.           EXIT.
*
*********************************************************
*
HELD-PAD-SKIP SECTION.
HELD-PAD-SKIP-PARA.
* PASS OVER THE NINES PADDING THE LAST BLOCK OF A FEED
    IF ENDHELD OR HW-ISSUER NOT EQUAL TO '999999'
   GO TO HPS-EXIT.
    PERFORM HELD-READ.
    GO TO HELD-PAD-SKIP-PARA.
HPS-EXIT.           EXIT.
*
*********************************************************
*
RH-LAST-GET SECTION.
RH-LAST-GET-PARA.
* COUNT THE RUN-HISTORY RECORDS AND KEEP THE LAST ONE
    MOVE 0 TO RH-ENT-CNT.
    MOVE 0 TO RH-RUN-DT.
    OPEN INPUT RUN-HIST-FILE.
RLG-READ.
    READ RUN-HIST-FILE INTO RUN-HIST-DTL AT END
   GO TO RLG-DONE.
    ADD 1 TO RH-ENT-CNT.
    GO TO RLG-READ.
RLG-DONE.
    CLOSE RUN-HIST-FILE.
RLG-EXIT.           EXIT.
*
*********************************************************
*
MAST-COPY SECTION.
MAST-COPY-PARA.
* LAST DAY'S NEW MASTER, NINES PADDING AND ALL, BECOMES THE OLD
* MASTER FOR THE NEXT DAY
    OPEN INPUT NEW-MAST-FILE.
    OPEN OUTPUT OLD-MAST-FILE.
MC-READ.
    READ NEW-MAST-FILE AT END
   GO TO MC-DONE.
    WRITE OLD-MAST-REC FROM NEW-MAST-REC.
    ADD 1 TO COPY-CNT.
    GO TO MC-READ.
MC-DONE.
    CLOSE NEW-MAST-FILE, OLD-MAST-FILE.
MC-EXIT.           EXIT.
*
*********************************************************
*
PH-COPY SECTION.
PH-COPY-PARA.
* LAST DAY'S PRICE HISTORY BECOMES THE NEXT DAY'S INPUT HISTORY
    OPEN INPUT PH-NEW-FILE.
    OPEN OUTPUT PH-OLD-FILE.
PHC-READ.
    READ PH-NEW-FILE AT END
   GO TO PHC-DONE.
    WRITE PH-OLD-REC FROM PH-NEW-REC.
    GO TO PHC-READ.
PHC-DONE.
    CLOSE PH-NEW-FILE, PH-OLD-FILE.
PHC-EXIT.           EXIT.
*
*********************************************************
*
MF-COPY SECTION.
MF-COPY-PARA.
* LAST DAY'S FACTOR HISTORY BECOMES THE NEXT DAY'S INPUT HISTORY
    OPEN INPUT MF-NEW-FILE.
    OPEN OUTPUT MF-OLD-FILE.
MFC-READ.
    READ MF-NEW-FILE AT END
   GO TO MFC-DONE.
    WRITE MF-OLD-REC FROM MF-NEW-REC.
    GO TO MFC-READ.
MFC-DONE.
    CLOSE MF-NEW-FILE, MF-OLD-FILE.
MFC-EXIT.           EXIT.
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
SUM-OUT SECTION.
SUM-OUT-PARA.
* THE CONSOLIDATED SUMMARY - EVERY HELD FEED AND WHAT BECAME OF
* IT, THE TOTALS OVER THE DAYS APPLIED, AND WHERE THE MASTER NOW
* STANDS
    MOVE SPACES TO PRINT-REC.
    MOVE ' CATCH-UP OF HELD FEEDS' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
    MOVE CS-HEAD-1 TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE 0 TO FX.
SO-FEED.
    ADD 1 TO FX.
    IF FX GREATER FEED-CNT
   GO TO SO-TOT.
    MOVE FX TO CSD-FEED.
    MOVE FT-LABEL-DT (FX) TO CSD-LABEL-DT.
    MOVE SPACES TO CSD-CNTS-X.
    IF FT-APPLIED (FX)
   MOVE 'APPLIED' TO CSD-STAT
   MOVE FT-OLDTP-CNT (FX) TO CSD-OLDTP
   MOVE FT-TRANS-CNT (FX) TO CSD-TRANS
   MOVE FT-UPD-CNT (FX) TO CSD-UPD
   MOVE FT-OUTP-CNT (FX) TO CSD-OUTP
   MOVE FT-PR-CNT (FX) TO CSD-PR
   MOVE FT-PROB-CNT (FX) TO CSD-PROB
    ELSE IF FT-POSTED (FX)
   MOVE 'ALREADY POSTED' TO CSD-STAT
    ELSE IF FT-FAILED (FX)
   MOVE 'FAILED' TO CSD-STAT
    ELSE
   MOVE 'NOT RUN' TO CSD-STAT.
    MOVE CS-DTL-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    GO TO SO-FEED.
SO-TOT.
    MOVE TOT-TRANS TO CST-TRANS.
    MOVE TOT-UPD TO CST-UPD.
    MOVE TOT-PR TO CST-PR.
    MOVE TOT-PROB TO CST-PROB.
    MOVE CS-TOT-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE 'HELD FEEDS' TO TL-LABEL.
    MOVE FEED-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'ALREADY POSTED' TO TL-LABEL.
    MOVE POSTED-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'APPLIED' TO TL-LABEL.
    MOVE APPLIED-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'NOT APPLIED' TO TL-LABEL.
    COMPUTE TL-CNT = FEED-CNT - POSTED-CNT - APPLIED-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'MASTER RECORDS COPIED FORWARD' TO TL-LABEL.
    MOVE COPY-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE SPACES TO PRINT-REC.
    IF CU-STOPPED
   MOVE ' CATCH-UP STOPPED - RERUN AFTER THE FAILED DAY IS FIXED'
      TO PRINT-MESS
    ELSE IF APPLIED-CNT GREATER 0
   MOVE ' CATCH-UP COMPLETE - NEW216 IS THE CURRENT MASTER'
      TO PRINT-MESS
    ELSE
   MOVE ' NO FEED APPLIED - MASTER UNCHANGED' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
SO-EXIT.           EXIT.
*
*********************************************************
*
MSG-OUT SECTION.
MSG-OUT-PARA.
* ONE OPERATOR MESSAGE.  THE CALLER MOVES THE TEXT AND FEED NUMBER
* INTO ELM-MSG/MSG-FEED FIRST; FEED ZERO IS A MESSAGE ABOUT THE
* WHOLE LIST.
    IF MSG-FEED EQUAL TO 0
   MOVE SPACES TO ELM-FEED-TXT
   MOVE 0 TO ELM-FEED
    ELSE
   MOVE ' FEED' TO ELM-FEED-TXT
   MOVE MSG-FEED TO ELM-FEED.
    MOVE SPACES TO PRINT-REC.
    MOVE EL-MSG-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
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
