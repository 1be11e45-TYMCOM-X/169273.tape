         REDEFINED A DIFFERENT WAY FOR EACH ISSUE TYPE, SO THE
         PAGE PICKS THE RIGHT REDEFINITION FROM O-ISS-TYPE AND
         RESTORES THE DECIMAL POINTS ON THE V-SCALED FIELDS.
         A QSIP OR TICKER NO LONGER ON THE MASTER IS LOOKED UP IN
         THE IDENTIFIER HISTORY PD KEEPS, AND ITS CHAIN OF TICKER,
         CUSIP AND EXCHANGE CHANGES IS PRINTED FORWARD TO THE
         CURRENT SECURITY.
         IBM ANS COBOL.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS O-X-QSIP
   ALTERNATE RECORD KEY IS O-X-TIC WITH DUPLICATES.
* IDENTIFIER HISTORY WRITTEN BY PD - TICKER CHANGES, CUSIP
* CROSS-REFERENCES AND EXCHANGE MOVES, OLDEST FIRST
    SELECT OPTIONAL ID-HIST-FILE ASSIGN TO IDHIST.
DATA DIVISION.
FILE SECTION.
FD  ID-HIST-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  ID-HIST-REC         PIC X(60).
FD  REQ-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
      10  O-IAD-FOOT          PIC 9.
      10  O-IAD               PIC 9(1)V9(3).
    05  O-BOND-QUAL-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-YIELD-2-CALL          PIC 9(2)V9(3).
      10  FILLER              PIC X.
      10  O-SNP-BD            PIC X.
      10  O-MOODY-RATE            PIC X.
      10  O-AMT-OUT           PIC X(7).
    88  ENDREQ        VALUE 'T'.
    05  SQ-FOUND-SW     PIC X VALUE 'F'.
    88  SQ-FOUND      VALUE 'T'.
    05  IH-END-SW       PIC X VALUE 'F'.
    88  IH-END        VALUE 'T'.
    05  IH-FOUND-SW     PIC X VALUE 'F'.
    88  IH-FOUND      VALUE 'T'.
    05  IH-MOVED-SW     PIC X VALUE 'F'.
    88  IH-MOVED      VALUE 'T'.
*
01  CNTRS.
    05  REQ-CNT         PIC 9(6) VALUE 0 COMP.
    05  HIT-CNT         PIC 9(6) VALUE 0 COMP.
    05  MISS-CNT        PIC 9(6) VALUE 0 COMP.
    05  HIST-CNT        PIC 9(6) VALUE 0 COMP.
    05  I           PIC 9(4)      COMP.
*
01  HOLD-TIC        PIC X(6) VALUE SPACES.
*
* IDENTIFIER-HISTORY CHAIN.  IH-CUR-QSIP IS THE SECURITY THE CHAIN
* HAS REACHED; IH-SKIP IS THE NUMBER OF HISTORY ROWS ALREADY
* FOLLOWED, SO EACH RESCAN STARTS PAST THE LAST MOVE.  IH-STEPS
* STOPS A LOOPING CHAIN.
01  IH-WRK.
    05  IH-CUR-QSIP     PIC X(10) VALUE SPACES.
    05  IH-LAST-TIC     PIC X(6) VALUE SPACES.
    05  IH-SKIP         PIC 9(6) VALUE 0 COMP.
    05  IH-POS          PIC 9(6) VALUE 0 COMP.
    05  IH-STEPS        PIC 9(4) VALUE 0 COMP.
    05  IH-SAVE-ROW     PIC X(60) VALUE SPACES.
*
* ONE IDENTIFIER-HISTORY ROW, SAME LAYOUT PD WRITES
01  ID-HIST-LINE.
    05  IDH-CHG-TYPE    PIC X.
    05  IDH-OLD-VAL     PIC X(10).
    05  IDH-OLD-R REDEFINES IDH-OLD-VAL.
      10  IDH-OLD-TIC     PIC X(6).
      10  FILLER          PIC X(4).
    05  IDH-NEW-VAL     PIC X(10).
    05  IDH-EFCT-DT     PIC 9(8).
    05  IDH-QSIP        PIC X(10).
    05  IDH-TIC         PIC X(6).
    05  IDH-SRC-TYPE    PIC X.
    05  IDH-SRC-CON     PIC X.
    05  IDH-SRC-ST      PIC X.
    05  IDH-SRC-RPT-DT  PIC X(5).
    05  IDH-RUN-DT      PIC 9(6).
    05  FILLER          PIC X.
*
* WORK GROUP FOR VALUES THAT PAIR AN EDITED NUMBER WITH A ONE-BYTE
* FOOTNOTE OR SIGN CODE
01  DTL-VAL-WRK.
    05  TL-HIT      PIC Z(5)9.
    05  FILLER      PIC X(12) VALUE '  NOT FOUND '.
    05  TL-MISS     PIC Z(5)9.
    05  FILLER      PIC X(14) VALUE '  VIA HISTORY '.
    05  TL-HIST     PIC Z(5)9.
*
01  IH-HEAD-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(14) VALUE '** RETIRED ID '.
    05  IHH-TYPE    PIC X.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  IHH-KEY     PIC X(10).
    05  FILLER      PIC X(29) VALUE
      ' - IDENTIFIER CHANGE HISTORY'.
*
* ONE CHANGE IN THE CHAIN - EFFECTIVE DATE, KIND OF CHANGE, OLD AND
* NEW VALUE, AND THE BULLETIN THAT CARRIED IT
01  IH-CHAIN-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  IHC-EFCT-DT     PIC 9(8).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  IHC-WORD        PIC X(8).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  IHC-OLD     PIC X(10).
    05  FILLER      PIC X(4) VALUE ' TO '.
    05  IHC-NEW     PIC X(10).
    05  FILLER      PIC X(11) VALUE '  BULLETIN '.
    05  IHC-SRC-TYPE    PIC X.
    05  IHC-SRC-CON     PIC X.
    05  FILLER      PIC X VALUE SPACE.
    05  IHC-SRC-ST      PIC X.
    05  FILLER      PIC X VALUE SPACE.
    05  IHC-SRC-RPT-DT  PIC X(5).
    05  FILLER      PIC X(6) VALUE ' RUN '.
    05  IHC-RUN-DT      PIC 9(6).
*
01  IH-END-LINE.
    05  FILLER      PIC X(5) VALUE SPACES.
    05  IHE-TEXT        PIC X(30).
    05  IHE-KEY     PIC X(10).
*
PROCEDURE DIVISION.
JOB-START SECTION.
    MOVE REQ-CNT TO TL-REQ.
    MOVE HIT-CNT TO TL-HIT.
    MOVE MISS-CNT TO TL-MISS.
    MOVE HIST-CNT TO TL-HIST.
    MOVE SPACES TO PRINT-REC.
    MOVE TOT-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 3 LINES.
   ADD +1 TO HIT-CNT
   PERFORM PAGE-OUT
    ELSE
   PERFORM HIST-INQ
   IF IH-FOUND
      ADD +1 TO HIST-CNT
   ELSE
      ADD +1 TO MISS-CNT
      PERFORM MISS-OUT.
QI-EXIT.           EXIT.
*
*********************************************************
    IF SQ-FOUND
   NEXT SENTENCE
    ELSE
   PERFORM HIST-INQ
   IF IH-FOUND
      ADD +1 TO HIST-CNT
      GO TO TI-EXIT
   ELSE
      ADD +1 TO MISS-CNT
      PERFORM MISS-OUT
      GO TO TI-EXIT.
TI-DUP-LOOP.
    ADD +1 TO HIT-CNT.
    PERFORM PAGE-OUT.
*
*********************************************************
*
HIST-INQ SECTION.
HIST-INQ-PARA.
* THE REQUESTED QSIP OR TICKER IS NOT ON TONIGHT'S MASTER - LOOK
* FOR IT IN THE IDENTIFIER HISTORY.  A RETIRED TICKER LEADS TO THE
* SECURITY THAT LAST GAVE IT UP; FROM THERE EACH CUSIP CROSS-
* REFERENCE OR EXCHANGE MOVE OUT OF THE CURRENT QSIP IS FOLLOWED IN
* TURN, PRINTING EVERY CHANGE ON THE WAY, UNTIL NO LATER MOVE IS
* FOUND.  THE SECURITY AT THE END OF THE CHAIN THEN GETS ITS
* DOSSIER PAGE.  AN EXCHANGE MOVE THAT DID NOT NAME THE NEW LISTING
* IS FINISHED BY TICKER.  IH-FOUND IS LEFT OFF WHEN THE KEY HAS NO
* HISTORY AT ALL.
    MOVE 'F' TO IH-FOUND-SW.
    MOVE 0 TO IH-SKIP, IH-STEPS.
    MOVE SPACES TO IH-CUR-QSIP, IH-LAST-TIC.
    IF RQ-BY-TIC
   PERFORM IH-TIC-START
   IF IH-FOUND
      NEXT SENTENCE
   ELSE
      GO TO HIQ-EXIT
    ELSE
   MOVE RQ-KEY TO IH-CUR-QSIP.
HIQ-CHAIN.
    PERFORM IH-SCAN.
    IF IH-FOUND
   NEXT SENTENCE
    ELSE
   GO TO HIQ-EXIT.
    IF IH-MOVED AND IH-CUR-QSIP NOT EQUAL TO SPACES AND
          IH-STEPS LESS 50
   GO TO HIQ-CHAIN.
* END OF THE CHAIN - THE CURRENT SECURITY
    MOVE SPACES TO IH-END-LINE.
    IF IH-CUR-QSIP EQUAL TO SPACES
   GO TO HIQ-BY-TIC.
    MOVE IH-CUR-QSIP TO O-X-QSIP.
    MOVE 'T' TO SQ-FOUND-SW.
    READ KEYED-MAST-FILE INVALID KEY
   MOVE 'F' TO SQ-FOUND-SW.
    IF SQ-FOUND
   PERFORM PAGE-OUT
   GO TO HIQ-EXIT.
    MOVE 'NOT ON TONIGHT''S MASTER:' TO IHE-TEXT.
    MOVE IH-CUR-QSIP TO IHE-KEY.
    PERFORM IH-END-OUT.
    GO TO HIQ-EXIT.
HIQ-BY-TIC.
    MOVE 'NEW LISTING NOT GIVEN - TICKER' TO IHE-TEXT.
    MOVE IH-LAST-TIC TO IHE-KEY.
    PERFORM IH-END-OUT.
    IF IH-LAST-TIC EQUAL TO SPACES
   GO TO HIQ-EXIT.
    MOVE IH-LAST-TIC TO O-X-TIC, HOLD-TIC.
    MOVE 'T' TO SQ-FOUND-SW.
    READ KEYED-MAST-FILE KEY IS O-X-TIC INVALID KEY
   MOVE 'F' TO SQ-FOUND-SW.
    IF SQ-FOUND
   NEXT SENTENCE
    ELSE
   GO TO HIQ-EXIT.
HIQ-TIC-LOOP.
    PERFORM PAGE-OUT.
    READ KEYED-MAST-FILE NEXT RECORD AT END
   GO TO HIQ-EXIT.
    IF O-X-TIC EQUAL TO HOLD-TIC
   GO TO HIQ-TIC-LOOP.
HIQ-EXIT.           EXIT.
*
*********************************************************
*
IH-TIC-START SECTION.
IH-TIC-START-PARA.
* FIND THE MOST RECENT TICKER CHANGE AWAY FROM THE REQUESTED
* TICKER - A TICKER CAN BE RETIRED, REISSUED AND RETIRED AGAIN, AND
* THE LATEST OWNER IS THE ONE THE DESK IS ASKING ABOUT.  THE CHAIN
* CARRIES ON FROM THAT ROW.
    OPEN INPUT ID-HIST-FILE.
    MOVE 'F' TO IH-END-SW.
    MOVE 0 TO IH-POS.
ITS-READ.
    READ ID-HIST-FILE INTO ID-HIST-LINE AT END
   MOVE 'T' TO IH-END-SW
   GO TO ITS-DONE.
    ADD 1 TO IH-POS.
    IF IDH-CHG-TYPE EQUAL TO 'T' AND IDH-OLD-TIC EQUAL TO RQ-TIC
   MOVE 'T' TO IH-FOUND-SW
   MOVE IH-POS TO IH-SKIP
   MOVE ID-HIST-LINE TO IH-SAVE-ROW.
    GO TO ITS-READ.
ITS-DONE.
    CLOSE ID-HIST-FILE.
    IF IH-FOUND
   MOVE IH-SAVE-ROW TO ID-HIST-LINE
   MOVE IDH-QSIP TO IH-CUR-QSIP
   MOVE IDH-TIC TO IH-LAST-TIC
   PERFORM IH-HEAD-OUT
   PERFORM IH-CHAIN-OUT.
ITS-EXIT.           EXIT.
*
*********************************************************
*
IH-SCAN SECTION.
IH-SCAN-PARA.
* ONE PASS OF THE HISTORY PAST THE LAST ROW FOLLOWED.  TICKER
* CHANGES ON THE CURRENT QSIP ARE PRINTED AS THEY COME; THE FIRST
* CUSIP CROSS-REFERENCE OR EXCHANGE MOVE OUT OF IT IS PRINTED AND
* BECOMES THE NEW CURRENT QSIP, AND THE PASS STOPS THERE.
    MOVE 'F' TO IH-MOVED-SW, IH-END-SW.
    MOVE 0 TO IH-POS.
    OPEN INPUT ID-HIST-FILE.
IHS-READ.
    READ ID-HIST-FILE INTO ID-HIST-LINE AT END
   MOVE 'T' TO IH-END-SW
   GO TO IHS-DONE.
    ADD 1 TO IH-POS.
    IF IH-POS NOT GREATER IH-SKIP
   GO TO IHS-READ.
    IF IDH-CHG-TYPE EQUAL TO 'T' AND IDH-QSIP EQUAL TO IH-CUR-QSIP
   PERFORM IH-FIRST-CHK
   MOVE IDH-TIC TO IH-LAST-TIC
   PERFORM IH-CHAIN-OUT
   GO TO IHS-READ.
    IF (IDH-CHG-TYPE EQUAL TO 'C' OR 'X') AND
          IDH-OLD-VAL EQUAL TO IH-CUR-QSIP
   NEXT SENTENCE
    ELSE
   GO TO IHS-READ.
    PERFORM IH-FIRST-CHK.
    PERFORM IH-CHAIN-OUT.
    MOVE 'T' TO IH-MOVED-SW.
    MOVE IH-POS TO IH-SKIP.
    ADD 1 TO IH-STEPS.
    MOVE IDH-NEW-VAL TO IH-CUR-QSIP.
    MOVE IDH-TIC TO IH-LAST-TIC.
IHS-DONE.
    CLOSE ID-HIST-FILE.
IHS-EXIT.           EXIT.
*
*********************************************************
*
IH-FIRST-CHK SECTION.
IH-FIRST-CHK-PARA.
* THE FIRST HISTORY ROW FOUND FOR A REQUEST PUTS OUT THE HEADING
    IF IH-FOUND
   GO TO IFC-EXIT.
    MOVE 'T' TO IH-FOUND-SW.
    PERFORM IH-HEAD-OUT.
IFC-EXIT.           EXIT.
*
*********************************************************
*
IH-HEAD-OUT SECTION.
IH-HEAD-OUT-PARA.
    MOVE SPACES TO PRINT-REC.
    MOVE RQ-TYPE TO IHH-TYPE.
    MOVE RQ-KEY TO IHH-KEY.
    MOVE IH-HEAD-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
IHH-EXIT.           EXIT.
*
*********************************************************
*
IH-CHAIN-OUT SECTION.
IH-CHAIN-OUT-PARA.
* ONE LINE FOR THE HISTORY ROW IN ID-HIST-LINE
    IF IDH-CHG-TYPE EQUAL TO 'T'
   MOVE 'TICKER' TO IHC-WORD
    ELSE IF IDH-CHG-TYPE EQUAL TO 'C'
   MOVE 'CUSIP' TO IHC-WORD
    ELSE
   MOVE 'EXCHANGE' TO IHC-WORD.
    MOVE IDH-EFCT-DT TO IHC-EFCT-DT.
    MOVE IDH-OLD-VAL TO IHC-OLD.
    MOVE IDH-NEW-VAL TO IHC-NEW.
    MOVE IDH-SRC-TYPE TO IHC-SRC-TYPE.
    MOVE IDH-SRC-CON TO IHC-SRC-CON.
    MOVE IDH-SRC-ST TO IHC-SRC-ST.
    MOVE IDH-SRC-RPT-DT TO IHC-SRC-RPT-DT.
    MOVE IDH-RUN-DT TO IHC-RUN-DT.
    MOVE SPACES TO PRINT-REC.
    MOVE IH-CHAIN-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
ICO-EXIT.           EXIT.
*
*********************************************************
*
IH-END-OUT SECTION.
IH-END-OUT-PARA.
    MOVE SPACES TO PRINT-REC.
    MOVE IH-END-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
IEO-EXIT.           EXIT.
*
*********************************************************
*
MISS-OUT SECTION.
MISS-OUT-PARA.
    MOVE SPACES TO PRINT-REC.
    MOVE O-CALL-PRICE TO ED-PRC.
    MOVE ED-PRC TO DTL-VALUE.
    PERFORM DTL-OUT.
    IF O-YIELD-2-CALL NUMERIC
   MOVE 'YIELD TO CALL' TO DTL-LABEL
   MOVE O-YIELD-2-CALL TO ED-YLD
   MOVE ED-YLD TO DTL-VALUE
   PERFORM DTL-OUT.
    MOVE 'CALL AMOUNT' TO DTL-LABEL.
    MOVE O-CALL-AMT TO ED-CNT.
    MOVE ED-CNT TO DTL-VALUE.
