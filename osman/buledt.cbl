IDENTIFICATION DIVISION.
PROGRAM-ID.                    BULEDT.
AUTHOR.                IDSI.
REMARKS.               BULLETIN PRE-EDIT: VERSION 01.
         COMPANION TO THE 40 TO 216 CONVERT SOFTWARE (PD).
         RUN AGAINST THE DAY'S TRANS FILE AHEAD OF THE NIGHTLY
         MERGE.  READS THE BULLETIN SECTION - EVERYTHING BETWEEN
         THE LABEL AND DATE RECORDS AND THE 999999 SEPARATOR THAT
         PD SPLITS OFF TO ITS UPDATE FILE - AND EDITS EACH D, E
         AND F BULLETIN AND ITS CONTINUATION CHAIN AGAINST THE
         RULES PD APPLIES IN PROC-UPD, SO A BAD BULLETIN IS FIXED
         IN THE AFTERNOON INSTEAD OF COUNTING AGAINST PROB-MAX IN
         THE NIGHT.  EVERY ERROR PRINTS ON THE EDIT LIST UNDER ITS
         QSIP.  EVERY BULLETIN CHAIN WITH AN ERROR GOES WHOLE TO
         THE REJECT FILE IN THE BULLETIN LAYOUT, FOR THE DESK TO
         CORRECT AND FEED BACK IN.  THE SEPARATOR'S CONTROL TOTALS
         ARE CHECKED THE WAY PD CHECKS THEM.
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
    SELECT TRANS-FILE    ASSIGN TO TRANSFL.
* REJECTED BULLETIN CHAINS, SAME 40-BYTE LAYOUT AS THE BULLETIN
* SECTION OF THE TRANS FILE
    SELECT REJ-FILE      ASSIGN TO BULREJ.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    LABEL RECORDS ARE STANDARD.
01  TRANS-REC           PIC X(40).
01  TRANS-LABEL.
    05  DUMMY             PIC X(5).
    05  FILLER            PIC X(1).
    05  T-LABEL               PIC X(4).
    05  FILLER            PIC X(30).
FD  REJ-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    LABEL RECORDS ARE STANDARD.
01  REJ-REC             PIC X(40).
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
* ONE BULLETIN, SAME LAYOUT PD READS FROM ITS UPDATE FILE.  A
* CONTINUATION CARRIES ITS NUMBER IN BYTE 23; A HEAD BULLETIN
* LEAVES IT BLANK OR ZERO.
01  UPD-REC.
    05  U-X-QSIP.
      10  U-ISSUER            PIC X(6).
      10  U-ISSUE             PIC X(2).
      10  U-UNQ-CD            PIC X.
      10  U-X-CD              PIC X.
    05  U-REC-TYPE            PIC X.
    88  U-IS-BULL VALUES 'D', 'E', 'F'.
    88  U-HAS-CONT VALUE 'E'.
    88  U-IS-CAP VALUE 'F'.
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
    88  U-ST-KNOWN VALUES '0' THRU '9', 'A', 'C', 'D', 'E',
               'G', 'K', 'N', 'S', 'T', 'X', 'Y'.
    88  U-ST-MATURITY VALUES '8', '9'.
      10  U-CON-BYTE          PIC X.
    88  U-IS-HEAD VALUES ' ', '0'.
    88  U-CON-OK VALUES '1' THRU '5'.
      10  U-XREF-QSIP.
    15  U-XREF-ISSUER         PIC X(6).
    15  U-XREF-ISSUE          PIC X(2).
      10  U-XREF-UNQ-CD         PIC X.
      10  U-XREF-X-CD           PIC X.
      10  U-XREF-FLAG           PIC X.
        88  U-HAS-XREF VALUE '1'.
      10  FILLER              PIC X(6).
    05  CAP-CHNG-INFO REDEFINES STAT-CHNG-INFO.
      10  C-CAP-IND           PIC X.
      10  C-CAP-SECT          PIC X.
    88  C-SECT-OK VALUES '6', '7', '9'.
      10  FILLER              PIC X(17).
01  UPD-CONT-REC REDEFINES UPD-REC.
    05  FILLER            PIC X(22).
    05  UC-CON-IND            PIC X.
    05  FILLER            PIC X.
    05  UC-4.
      10  UC-TICK             PIC X(6).
      10  FILLER              PIC XX.
      10  UC-SIC              PIC X(4).
      10  UC-ISS-TYPE         PIC X.
      10  UC-TRD-TYPE         PIC X.
      10  UC-ISS-ST           PIC X.
      10  FILLER              PIC X.
01  UPD-TRLR REDEFINES UPD-REC.
    05  UT-NINES          PIC X(6).
    05  UT-TRLR-ID            PIC X(2).
    05  UT-REC-CNT            PIC 9(6).
    05  UT-HASH               PIC 9(10).
    05  FILLER            PIC X(16).
*
* STATUS CODE OFF A NUMBER-4 CONTINUATION, TESTED AGAINST THE SAME
* LIST AS A HEAD BULLETIN'S
01  TEST-ISS-ST         PIC X.
    88  TEST-ST-KNOWN VALUES '0' THRU '9', 'A', 'C', 'D', 'E',
               'G', 'K', 'N', 'S', 'T', 'X', 'Y'.
*
01  FLAGS.
    05  W-ENDBULL       PIC X VALUE 'F'.
    88  ENDBULL       VALUE 'T'.
    05  SEP-FOUND-SW    PIC X VALUE 'F'.
    88  SEP-FOUND     VALUE 'T'.
    05  GRP-HEAD-SW     PIC X VALUE 'F'.
    88  GRP-HEAD-DUE  VALUE 'T'.
    05  REC-ERR-SW      PIC X VALUE 'F'.
    88  REC-IN-ERROR  VALUE 'T'.
    05  CH-BAD-SW       PIC X VALUE 'F'.
    88  CH-BAD        VALUE 'T'.
*
01  CNTRS.
    05  REC-CNT         PIC 9(6) VALUE 0 COMP.
    05  HEAD-CNT        PIC 9(6) VALUE 0 COMP.
    05  CONT-CNT        PIC 9(6) VALUE 0 COMP.
    05  CAP-CNT         PIC 9(6) VALUE 0 COMP.
    05  ERR-CNT         PIC 9(6) VALUE 0 COMP.
    05  ERR-REC-CNT     PIC 9(6) VALUE 0 COMP.
    05  CH-REJ-CNT      PIC 9(6) VALUE 0 COMP.
    05  REJ-CNT         PIC 9(6) VALUE 0 COMP.
    05  I           PIC 9(4)      COMP.
*
* THE CHAIN BEING EDITED - A HEAD BULLETIN AND THE CONTINUATIONS
* BEHIND IT, HELD UNTIL THE NEXT HEAD SO A CHAIN WITH AN ERROR
* ANYWHERE IN IT CAN GO TO THE REJECT FILE WHOLE.  CH-CON-CNT
* COUNTS CONTINUATIONS SINCE THE LAST 'E' HEAD, AS PD'S
* STAT-CON-CNT DOES.
01  CHAIN-WRK.
    05  CH-QSIP         PIC X(10) VALUE SPACES.
    05  CH-HEAD-TYPE    PIC X VALUE SPACE.
    05  CH-CON-CNT      PIC 9(4) VALUE 0 COMP.
    05  CH-N            PIC 9(4) VALUE 0 COMP.
    05  CH-MAX          PIC 9(4) VALUE 20 COMP.
    05  CH-TBL.
    10  CH-REC          PIC X(40) OCCURS 20 TIMES.
    05  PREV-QSIP       PIC X(10) VALUE LOW-VALUES.
*
* CONTROL HASH OF THE BULLETIN KEYS, FOLDED AND SUMMED THE SAME WAY
* PD TOTALS ITS UPDATE FILE AGAINST THE SEPARATOR TRAILER
01  HASH-WRK.
    05  HASH-KEY-WRK        PIC X(10).
    05  HASH-KEY-TBL REDEFINES HASH-KEY-WRK.
    10  HASH-KEY-CHAR OCCURS 10 PIC X.
    05  HASH-KEY-NUM REDEFINES HASH-KEY-WRK PIC 9(10).
    05  HK-X            PIC 9(4) VALUE 0 COMP.
    05  HK-Y            PIC 9(4) VALUE 0 COMP.
    05  UPD-HASH        PIC 9(11) VALUE 0 COMP.
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
01  ID-1.
    05  FILLER      PIC X(57) JUST RIGHT VALUE
    'INTERACTIVE DATA CORPORATION'.
    05  FILLER      PIC X(26) JUST RIGHT VALUE
    'BULLETIN PRE-EDIT SOFTWARE'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
01  ID-2.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(30) VALUE
      'ID:     BULEDT;  VERSION 01;  '.
    05  FILLER      PIC X(27) VALUE SPACES.
*
01  DASHES.
    05  FILLER      PIC X(30) VALUE SPACES.
    05  FILLER      PIC X(53) VALUE ALL '-'.
    05  FILLER      PIC X(49) VALUE SPACES.
*
* EDIT LIST - ONE HEADING PER QSIP WITH AN ERROR, THEN ONE LINE PER
* ERROR: THE RECORD'S POSITION IN THE BULLETIN SECTION, ITS IMAGE
* AND WHAT IS WRONG WITH IT
01  EL-GRP-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(5) VALUE 'QSIP '.
    05  ELG-QSIP    PIC X(10).
*
01  EL-DTL-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  ELD-REC-NO  PIC Z(5)9.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  ELD-IMAGE   PIC X(40).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  ELD-MSG     PIC X(34).
*
01  EL-MSG-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(9) VALUE '****     '.
    05  ELM-MSG     PIC X(34).
    05  FILLER      PIC X(4) VALUE '****'.
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
    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT REJ-FILE.

* SKIP THE LABEL AND DATE RECORDS THE WAY PD DOES
    PERFORM FIND-LABEL.

* EDIT THE BULLETIN SECTION UP TO THE SEPARATOR
    PERFORM BULL-RTN UNTIL ENDBULL.
    PERFORM CHAIN-END.

* CHECK THE SEPARATOR'S CONTROL TOTALS AND PRINT THE COUNTS
    PERFORM TRLR-CHK.
    PERFORM TOT-OUT.
    CLOSE TRANS-FILE, REJ-FILE, PRINT-FILE.
    STOP RUN.
*********************************************************
*********************************************************
*
FIND-LABEL SECTION.
FIND-LABEL-PARA.
* THE LABEL RECORD IS ONE OF THE FIRST FOUR ON THE FILE AND THE
* DATE RECORD FOLLOWS IT; THE BULLETINS START AFTER THAT.  A FILE
* WITHOUT THEM HAS NO BULLETIN SECTION TO EDIT.
    MOVE +0 TO I.
FL-READ.
    READ TRANS-FILE AT END
   MOVE 'EOF BEFORE HEADER RECORD READ' TO ELM-MSG
   PERFORM MSG-OUT
   MOVE 'T' TO W-ENDBULL
   GO TO FL-EXIT.
    ADD +1 TO I.
    IF I GREATER 3
   MOVE 'NO HEADER RECORD ON TRANS FILE' TO ELM-MSG
   PERFORM MSG-OUT
   MOVE 'T' TO W-ENDBULL
   GO TO FL-EXIT.
    IF T-LABEL NOT EQUAL TO 'TRAN' AND
   DUMMY NOT EQUAL TO 'LABEL'
   GO TO FL-READ.
    READ TRANS-FILE AT END
   MOVE 'NO DATE RECORD ON TRANS FILE' TO ELM-MSG
   PERFORM MSG-OUT
   MOVE 'T' TO W-ENDBULL.
FL-EXIT.           EXIT.
*
*********************************************************
*
BULL-RTN SECTION.
BULL-RTN-PARA.
* READ AND EDIT ONE BULLETIN.  A NEW QSIP OR A NEW HEAD BULLETIN
* CLOSES THE CHAIN IN HAND BEFORE THIS RECORD IS TAKEN ON.
    READ TRANS-FILE INTO UPD-REC AT END
   MOVE 'TRANS EOF BEFORE SEPARATOR REC' TO ELM-MSG
   PERFORM MSG-OUT
   MOVE 'T' TO W-ENDBULL
   GO TO BR-EXIT.
    IF U-ISSUER EQUAL TO '999999'
   MOVE 'T' TO SEP-FOUND-SW
   MOVE 'T' TO W-ENDBULL
   GO TO BR-EXIT.
    ADD +1 TO REC-CNT.
    MOVE U-X-QSIP TO HASH-KEY-WRK.
    PERFORM KEY-HASH.
    ADD HASH-KEY-NUM TO UPD-HASH.
    IF UPD-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM UPD-HASH.
    MOVE 'F' TO REC-ERR-SW.
    IF U-X-QSIP NOT EQUAL TO CH-QSIP
   PERFORM CHAIN-END
   MOVE U-X-QSIP TO CH-QSIP
   MOVE 'T' TO GRP-HEAD-SW
   MOVE 0 TO CH-CON-CNT.
    IF U-IS-CAP
   PERFORM CHAIN-END
   PERFORM CHAIN-ADD
   PERFORM CAP-EDIT
    ELSE IF U-IS-BULL
   IF U-IS-HEAD
      PERFORM CHAIN-END
      PERFORM CHAIN-ADD
      PERFORM HEAD-EDIT
   ELSE
      PERFORM CHAIN-ADD
      PERFORM CON-EDIT
    ELSE
   PERFORM CHAIN-END
   PERFORM CHAIN-ADD
   MOVE 'RECORD TYPE NOT D, E OR F' TO ELD-MSG
   PERFORM ERR-OUT.
* PD READS ITS UPDATE FILE IN QSIP ORDER AND COUNTS A STEP
* BACKWARD AGAINST PROB-MAX
    IF U-X-QSIP LESS PREV-QSIP
   MOVE 'OUT OF QSIP SEQUENCE' TO ELD-MSG
   PERFORM ERR-OUT.
    MOVE U-X-QSIP TO PREV-QSIP.
    IF REC-IN-ERROR
   ADD +1 TO ERR-REC-CNT.
BR-EXIT.           EXIT.
*
*********************************************************
*
CAP-EDIT SECTION.
CAP-EDIT-PARA.
* CAPITALIZATION CHANGE - PD POSTS SECTIONS 6, 7 AND 9 ONLY AND
* COUNTS ANY OTHER AGAINST PROB-MAX (CAP-SEC-ERROR)
    ADD +1 TO CAP-CNT.
    MOVE 'F' TO CH-HEAD-TYPE.
    IF NOT C-SECT-OK
   MOVE 'CAP SECTION NOT 6, 7 OR 9' TO ELD-MSG
   PERFORM ERR-OUT.
CE-EXIT.           EXIT.
*
*********************************************************
*
HEAD-EDIT SECTION.
HEAD-EDIT-PARA.
* STATUS-CHANGE HEAD BULLETIN.  AN 'E' HEAD STARTS A NEW COUNT OF
* CONTINUATIONS, AS IN STAT-CHNG.
    ADD +1 TO HEAD-CNT.
    MOVE U-REC-TYPE TO CH-HEAD-TYPE.
    IF U-HAS-CONT
   MOVE 0 TO CH-CON-CNT.
    IF NOT U-ST-KNOWN
   MOVE 'UNKNOWN ISSUE STATUS' TO ELD-MSG
   PERFORM ERR-OUT.
    IF U-HAS-XREF AND U-XREF-ISSUER EQUAL TO SPACES
   MOVE 'XREF FLAG WITH BLANK CROSS-REF' TO ELD-MSG
   PERFORM ERR-OUT.
* STATUS 8 AND 9 CARRY THE MATURITY IN THE EFFECTIVE DATE; MONTH
* 99 IS PD'S NO-DATE CONVENTION
    IF NOT U-ST-MATURITY
   GO TO HE-EXIT.
    IF U-EFCT-DT NOT NUMERIC
   MOVE 'BAD EFFECTIVE DATE ON STATUS 8/9' TO ELD-MSG
   PERFORM ERR-OUT
   GO TO HE-EXIT.
    IF U-EFCT-MM EQUAL TO 99
   GO TO HE-EXIT.
    IF U-EFCT-MM LESS 1 OR U-EFCT-MM GREATER 12 OR
   U-EFCT-DD LESS 1 OR U-EFCT-DD GREATER 31
   MOVE 'BAD EFFECTIVE DATE ON STATUS 8/9' TO ELD-MSG
   PERFORM ERR-OUT.
HE-EXIT.           EXIT.
*
*********************************************************
*
CON-EDIT SECTION.
CON-EDIT-PARA.
* STATUS CONTINUATION - NUMBERED 1 TO 5, NO MORE THAN FIVE BEHIND
* ONE 'E' HEAD (STAT-CON), AND ONLY BEHIND AN 'E' HEAD FOR THE SAME
* QSIP, OR PD POSTS IT ONTO WHATEVER RECORD IS IN HAND
    ADD +1 TO CONT-CNT.
    ADD +1 TO CH-CON-CNT.
    IF CH-HEAD-TYPE NOT EQUAL TO 'E'
   MOVE 'CONTINUATION WITHOUT E HEAD' TO ELD-MSG
   PERFORM ERR-OUT.
    IF NOT U-CON-OK
   MOVE 'CONTINUATION INDICATOR NOT 1-5' TO ELD-MSG
   PERFORM ERR-OUT
   GO TO CNE-EXIT.
    IF CH-CON-CNT GREATER 5
   MOVE 'MORE THAN 5 CONTINUATIONS' TO ELD-MSG
   PERFORM ERR-OUT.
* NUMBER 4 REPLACES THE ISSUE STATUS ON THE MASTER
    IF UC-CON-IND EQUAL TO '4'
   MOVE UC-ISS-ST TO TEST-ISS-ST
   IF NOT TEST-ST-KNOWN
      MOVE 'UNKNOWN ISSUE STATUS ON CONT 4' TO ELD-MSG
      PERFORM ERR-OUT.
CNE-EXIT.           EXIT.
*
*********************************************************
*
CHAIN-ADD SECTION.
CHAIN-ADD-PARA.
* HOLD THIS RECORD IN THE CHAIN.  A CHAIN THAT FILLS THE TABLE HAS
* FAR MORE THAN FIVE CONTINUATIONS AND IS ALREADY IN ERROR, SO
* WHAT IS HELD GOES TO THE REJECT FILE NOW TO MAKE ROOM.
    IF CH-N NOT LESS CH-MAX
   PERFORM REJ-OUT
   MOVE 0 TO CH-N.
    ADD +1 TO CH-N.
    MOVE UPD-REC TO CH-REC (CH-N).
CA-EXIT.           EXIT.
*
*********************************************************
*
CHAIN-END SECTION.
CHAIN-END-PARA.
* CLOSE THE CHAIN IN HAND - REJECT IT WHOLE IF ANY RECORD IN IT
* FAILED AN EDIT
    IF CH-N EQUAL TO 0
   GO TO CHE-EXIT.
    IF CH-BAD
   PERFORM REJ-OUT
   ADD +1 TO CH-REJ-CNT.
    MOVE 0 TO CH-N.
    MOVE 'F' TO CH-BAD-SW.
    MOVE SPACE TO CH-HEAD-TYPE.
CHE-EXIT.           EXIT.
*
*********************************************************
*
REJ-OUT SECTION.
REJ-OUT-PARA.
* WRITE THE HELD RECORDS OF A BAD CHAIN TO THE REJECT FILE
    MOVE 1 TO I.
RO-LOOP.
    IF I GREATER CH-N
   GO TO RO-EXIT.
    WRITE REJ-REC FROM CH-REC (I).
    ADD +1 TO REJ-CNT.
    ADD +1 TO I.
    GO TO RO-LOOP.
RO-EXIT.           EXIT.
*
*********************************************************
*
ERR-OUT SECTION.
ERR-OUT-PARA.
* PRINT ONE EDIT ERROR AGAINST THE RECORD IN HAND, UNDER A QSIP
* HEADING WHEN IT IS THE FIRST ERROR FOR THE QSIP, AND MARK THE
* CHAIN FOR REJECTION.  THE CALLER MOVES THE MESSAGE INTO ELD-MSG.
    IF GRP-HEAD-DUE
   MOVE 'F' TO GRP-HEAD-SW
   MOVE U-X-QSIP TO ELG-QSIP
   MOVE SPACES TO PRINT-REC
   MOVE EL-GRP-LINE TO PRINT-MESS
   WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE REC-CNT TO ELD-REC-NO.
    MOVE UPD-REC TO ELD-IMAGE.
    MOVE SPACES TO PRINT-REC.
    MOVE EL-DTL-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    MOVE SPACES TO ELD-MSG.
    ADD +1 TO ERR-CNT.
    MOVE 'T' TO REC-ERR-SW.
    MOVE 'T' TO CH-BAD-SW.
EO-EXIT.           EXIT.
*
*********************************************************
*
MSG-OUT SECTION.
MSG-OUT-PARA.
* PRINT ONE FILE-LEVEL MESSAGE.  THE CALLER MOVES IT INTO ELM-MSG.
    MOVE SPACES TO PRINT-REC.
    MOVE EL-MSG-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    ADD +1 TO ERR-CNT.
MO-EXIT.           EXIT.
*
*********************************************************
*
KEY-HASH SECTION.
KEY-HASH-PARA.
* FOLD THE KEY IN HASH-KEY-WRK TO ALL DIGITS SO IT CAN BE SUMMED
* INTO THE CONTROL HASH: EACH LETTER (OR SPACE) IS REPLACED BY ITS
* DIGIT FROM THE FOLD TABLES
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
TRLR-CHK SECTION.
TRLR-CHK-PARA.
* A SEPARATOR CARRYING THE 'CT' MARK MUST AGREE WITH THE COUNT AND
* HASH OF THE BULLETINS READ, OR PD STOPS THE RUN ON IT.  AN OLD-
* STYLE ALL-NINES SEPARATOR IS PASSED UNCHECKED, AS IN PD.
    IF NOT SEP-FOUND
   GO TO TC-EXIT.
    IF UT-TRLR-ID NOT EQUAL TO 'CT'
   GO TO TC-EXIT.
    IF UT-REC-CNT NOT EQUAL TO REC-CNT OR
   UT-HASH NOT EQUAL TO UPD-HASH
   MOVE 'UPD TRAILER OUT OF BALANCE' TO ELM-MSG
   PERFORM MSG-OUT.
TC-EXIT.           EXIT.
*
*********************************************************
*
TOT-OUT SECTION.
TOT-OUT-PARA.
* PRINT THE EDIT COUNTS
    MOVE SPACES TO PRINT-REC.
    MOVE ' BULLETIN PRE-EDIT TOTALS' TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
    MOVE 'BULLETINS READ' TO TL-LABEL.
    MOVE REC-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'STATUS HEADS' TO TL-LABEL.
    MOVE HEAD-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CONTINUATIONS' TO TL-LABEL.
    MOVE CONT-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CAPITALIZATION CHANGES' TO TL-LABEL.
    MOVE CAP-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'EDIT ERRORS' TO TL-LABEL.
    MOVE ERR-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'RECORDS IN ERROR' TO TL-LABEL.
    MOVE ERR-REC-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'CHAINS REJECTED' TO TL-LABEL.
    MOVE CH-REJ-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
    MOVE 'RECORDS REJECTED' TO TL-LABEL.
    MOVE REJ-CNT TO TL-CNT.
    PERFORM TOT-LINE-OUT.
TOT-EXIT.           EXIT.
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
