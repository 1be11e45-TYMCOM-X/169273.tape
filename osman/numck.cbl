* TRADING CALENDAR (HOLIDAYS AND MARKET HALF-DAYS), FOR THE
* LABEL-DATE CHECK AGAINST THE RUN HISTORY
    SELECT OPTIONAL TRD-CAL-FILE ASSIGN TO TRDCAL.
* EX-DIVIDEND ADJUSTMENTS TO THE ADJUSTED PREVIOUS CLOSE, ONE LINE
* PER DIVIDEND GOING EX ON THE LABEL DATE, FOR THE DESK TO CHECK
    SELECT XDIV-ADJ-FILE ASSIGN TO XDIVADJ.
*
* BOND ANALYTICS EXTRACT - YIELD TO MATURITY, YIELD TO CALL AND
* ACCRUED INTEREST FOR EVERY ACTIVE PRICED BOND
    SELECT BOND-ANL-FILE ASSIGN TO BDANL.
*
* CUMULATIVE IDENTIFIER HISTORY - ONE ROW PER TICKER CHANGE, CUSIP
* CROSS-REFERENCE AND EXCHANGE MOVE, READ BY SECINQ TO CARRY A
* RETIRED TICKER OR QSIP FORWARD TO THE CURRENT SECURITY
    SELECT OPTIONAL ID-HIST-FILE ASSIGN TO IDHIST.
*
* MORTGAGE POOL FACTOR HISTORY - ONE RECORD PER POOL PER FACTOR
* DATE, ASCENDING QSIP THEN FACTOR DATE, MERGED IN STEP WITH THE
* OUTPUT MASTER LIKE THE PRICE HISTORY BUT NEVER AGED.  THE JCL
* PROMOTES MFHISTO TO BE THE NEXT RUN'S MFHISTI AFTER A GOOD LIVE
* RUN.  EACH NEW FACTOR GOES TO THE MONTHLY PAYDOWN REPORT, AND A
* FACTOR THAT LOOKS WRONG GOES TO THE FACTOR EXCEPTION FILE.
    SELECT OPTIONAL MF-HIST-IN ASSIGN TO MFHISTI.
    SELECT MF-HIST-OUT ASSIGN TO MFHISTO.
    SELECT MF-PAYDN-FILE ASSIGN TO MFPAYDN.
    SELECT MF-EXCP-FILE ASSIGN TO MFEXCP.
*
* CATCH-UP CONTROL - WRITTEN BY THE CATCH-UP DRIVER BEFORE EACH DAY
* OF A BACKLOG OF HELD FEEDS IT CALLS THIS PROGRAM FOR.  ABSENT ON
* AN ORDINARY NIGHT.
    SELECT OPTIONAL CU-CTL-FILE ASSIGN TO CUCTL.
*
* KEYED COPY OF THE NEW MASTER, FOR DIRECT SINGLE-CUSIP LOOKUPS BY
* THE INQUIRY AND REPAIR-DESK JOBS.  PRIMARY PATH IS THE QSIP,
   ACCESS MODE IS SEQUENTIAL
   RECORD KEY IS KM-X-QSIP
   ALTERNATE RECORD KEY IS KM-X-TIC WITH DUPLICATES.
*
* QSIP-RANGE PARTITIONS.  ON A HEAVY NIGHT THE MERGE IS RUN AS
* SEVERAL PARTITION STEPS SIDE BY SIDE, EACH TAKING ONE RANGE OF
* ISSUERS, FOLLOWED BY A SPLICE STEP THAT PUTS THEIR PIECES BACK
* TOGETHER.  THE PARTITION CONTROL CARD SAYS WHICH (SEE
* PN-CTL-LOAD) - ABSENT ON AN ORDINARY NIGHT.  A PARTITION STEP
* READS THE USUAL INPUTS AND WRITES EVERY OUTPUT TO A PIECE OF ITS
* OWN (CALLHIST AND IDHIST TO EMPTY PIECES, NOT THE CUMULATIVE
* FILES), THEN ITS CONTROL TOTALS TO PARTTOT AND ITS POSTINGS TO
* THE UNDERLYING TABLE TO UNDJRNL.  THE SPLICE STEP READS EACH OF
* THESE AS ALL THE PARTITIONS' PIECES CONCATENATED IN PARTITION
* ORDER: PTNEW216, PTNEWCSV AND PTCHGTAP ARE THE MASTER, CSV AND
* CHANGE-TAPE PIECES, THE OTHER PT FILES THE REPORT AND HISTORY
* PIECES, AND OPTWRK THE OPTION WORK PIECES.
    SELECT OPTIONAL PN-CTL-FILE ASSIGN TO PARTCTL.
    SELECT PN-TOT-FILE ASSIGN TO PARTTOT.
    SELECT UND-JRNL-FILE ASSIGN TO UNDJRNL.
    SELECT PCE-NEW216-FILE ASSIGN TO PTNEW216.
    SELECT PCE-CSV-FILE ASSIGN TO PTNEWCSV.
    SELECT PCE-CHG-FILE ASSIGN TO PTCHGTAP.
    SELECT PCE-CAPAUD-FILE ASSIGN TO PTCAPAUD.
    SELECT PCE-ZYEXCP-FILE ASSIGN TO PTZYEXCP.
    SELECT PCE-PMVEXC-FILE ASSIGN TO PTPMVEXC.
    SELECT PCE-SEQERR-FILE ASSIGN TO PTSEQERR.
    SELECT PCE-DIVOVF-FILE ASSIGN TO PTDIVOVF.
    SELECT PCE-CALLHS-FILE ASSIGN TO PTCALLHS.
    SELECT PCE-DTEXCP-FILE ASSIGN TO PTDTEXCP.
    SELECT PCE-VALEXC-FILE ASSIGN TO PTVALEXC.
    SELECT PCE-PRHIST-FILE ASSIGN TO PTPRHIST.
    SELECT PCE-HILO-FILE ASSIGN TO PTHILO52.
    SELECT PCE-MATCAL-FILE ASSIGN TO PTMATCAL.
    SELECT PCE-XDIVAD-FILE ASSIGN TO PTXDIVAD.
    SELECT PCE-BDANL-FILE ASSIGN TO PTBDANL.
    SELECT PCE-IDHIST-FILE ASSIGN TO PTIDHIST.
    SELECT PCE-MFHIST-FILE ASSIGN TO PTMFHIST.
    SELECT PCE-MFPAYD-FILE ASSIGN TO PTMFPAYD.
    SELECT PCE-MFEXCP-FILE ASSIGN TO PTMFEXCP.
I-O-CONTROL.
*
***********************************************************
      10  I-IAD-FOOT          PIC 9.
      10  I-IAD               PIC 9(1)V9(3).
    05  I-BOND-QUAL-SECT REDEFINES I-EARN-IAD-SECT.
      10  I-YIELD-2-CALL          PIC 9(2)V9(3).
      10  FILLER              PIC X.
      10  I-SNP               PIC X.
      10  I-MOODY-RATE            PIC X.
      10  I-AMT-OUT           PIC X(7).
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MAT-CAL-REC         PIC X(40).
FD  XDIV-ADJ-FILE
    RECORD CONTAINS 77 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  XDIV-ADJ-REC        PIC X(77).
FD  BOND-ANL-FILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  BOND-ANL-REC        PIC X(120).
FD  ID-HIST-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  ID-HIST-REC         PIC X(60).
FD  MF-HIST-IN
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-HIST-IN-REC      PIC X(50).
FD  MF-HIST-OUT
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-HIST-REC         PIC X(50).
FD  MF-PAYDN-FILE
    RECORD CONTAINS 112 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-PAYDN-REC        PIC X(112).
FD  MF-EXCP-FILE
    RECORD CONTAINS 93 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  MF-EXCP-REC         PIC X(93).
FD  CU-CTL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  CU-CTL-REC          PIC X(40).
FD  TRD-CAL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
    05  KM-X-QSIP         PIC X(10).
    05  KM-X-TIC          PIC X(6).
    05  FILLER            PIC X(200).
FD  PN-CTL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCC-REC.
    05  PCC-KEYWORD       PIC X(12).
    05  PCC-NO-X          PIC X(2).
    05  PCC-NO REDEFINES PCC-NO-X PIC 9(2).
    05  FILLER            PIC X.
    05  PCC-OF-X          PIC X(2).
    05  PCC-OF REDEFINES PCC-OF-X PIC 9(2).
    05  FILLER            PIC X.
    05  PCC-FROM          PIC X(6).
    05  FILLER            PIC X.
    05  PCC-UPTO          PIC X(6).
    05  FILLER            PIC X(9).
FD  PN-TOT-FILE
    RECORD CONTAINS 500 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PN-TOT-REC          PIC X(500).
FD  UND-JRNL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  UND-JRNL-REC        PIC X(40).
FD  PCE-NEW216-FILE
    RECORD CONTAINS 216 CHARACTERS
    BLOCK CONTAINS 5 RECORDS
    LABEL RECORDS ARE STANDARD.
01  PCE-NEW216-REC.
    05  PCE-M-ISSUER      PIC X(6).
    05  PCE-M-TRLR-ID     PIC X(2).
    05  PCE-M-REC-CNT     PIC 9(6).
    05  PCE-M-HASH        PIC 9(10).
    05  FILLER            PIC X(192).
FD  PCE-CSV-FILE
    RECORD CONTAINS 135 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-CSV-REC.
    05  PCE-CSV-QSIP      PIC X(10).
    05  FILLER            PIC X(125).
FD  PCE-CHG-FILE
    RECORD CONTAINS 217 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-CHG-REC.
    05  FILLER            PIC X.
    05  PCE-CHG-QSIP      PIC X(10).
    05  FILLER            PIC X(206).
FD  PCE-CAPAUD-FILE
    RECORD CONTAINS 63 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-CAPAUD-REC      PIC X(63).
FD  PCE-ZYEXCP-FILE
    RECORD CONTAINS 49 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-ZYEXCP-REC      PIC X(49).
FD  PCE-PMVEXC-FILE
    RECORD CONTAINS 46 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-PMVEXC-REC      PIC X(46).
FD  PCE-SEQERR-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-SEQERR-REC      PIC X(40).
FD  PCE-DIVOVF-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-DIVOVF-REC      PIC X(60).
FD  PCE-CALLHS-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-CALLHS-REC      PIC X(60).
FD  PCE-DTEXCP-FILE
    RECORD CONTAINS 63 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-DTEXCP-REC      PIC X(63).
FD  PCE-VALEXC-FILE
    RECORD CONTAINS 63 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-VALEXC-REC      PIC X(63).
FD  PCE-PRHIST-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-PRHIST-REC      PIC X(50).
FD  PCE-HILO-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-HILO-REC        PIC X(60).
FD  PCE-MATCAL-FILE
    RECORD CONTAINS 40 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-MATCAL-REC      PIC X(40).
FD  PCE-XDIVAD-FILE
    RECORD CONTAINS 77 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-XDIVAD-REC      PIC X(77).
FD  PCE-BDANL-FILE
    RECORD CONTAINS 120 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-BDANL-REC       PIC X(120).
FD  PCE-IDHIST-FILE
    RECORD CONTAINS 60 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-IDHIST-REC      PIC X(60).
FD  PCE-MFHIST-FILE
    RECORD CONTAINS 50 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-MFHIST-REC      PIC X(50).
FD  PCE-MFPAYD-FILE
    RECORD CONTAINS 112 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-MFPAYD-REC      PIC X(112).
FD  PCE-MFEXCP-FILE
    RECORD CONTAINS 93 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PCE-MFEXCP-REC      PIC X(93).
FD  UPDATE-FILE
    RECORD CONTAINS 40 CHARACTERS
    BLOCK CONTAINS 2 RECORDS
    05  DTREJ-CNT       PIC 9(6) VALUE 0 COMP.
    05  VALERR-CNT      PIC 9(6) VALUE 0 COMP.
    05  ORPH-CNT        PIC 9(6) VALUE 0 COMP.
    05  XDIV-CNT        PIC 9(6) VALUE 0 COMP.
    05  XDIV-RVW-CNT    PIC 9(6) VALUE 0 COMP.
    05  BDYLD-CNT       PIC 9(6) VALUE 0 COMP.
    05  BDYLD-EXC-CNT   PIC 9(6) VALUE 0 COMP.
    05  IDH-CNT         PIC 9(6) VALUE 0 COMP.
    05  STAT-CON-CNT    PIC 9(2) VALUE 0  COMP.
    05  PT-BLK      PIC 9(6) VALUE 0 COMP.
    05  NO-9BLKS        PIC 9     VALUE 0 COMP.
     05 FILLER PIC X(30) VALUE 'FEED DATE GAP - NEED OVERRIDE '.
     05 FILLER PIC X(30) VALUE 'FEED DATE GAP - OVERRIDDEN    '.
     05 FILLER PIC X(30) VALUE 'TRADING CALENDAR TABLE FULL   '.
     05 FILLER PIC X(30) VALUE 'PARTITION CONTROL CARD INVALID'.
     05 FILLER PIC X(30) VALUE 'PARTITION RUN - ONE RANGE ONLY'.
     05 FILLER PIC X(30) VALUE 'SPLICE OF PARTITIONS STARTED  '.
     05 FILLER PIC X(30) VALUE 'PARTITION TOTALS MISSING      '.
     05 FILLER PIC X(30) VALUE 'PARTITION ENDED IN ERROR      '.
     05 FILLER PIC X(30) VALUE 'PIECE TRAILER OUT OF BALANCE  '.
     05 FILLER PIC X(30) VALUE 'SPLICED MASTER OUT OF BALANCE '.
     05 FILLER PIC X(30) VALUE 'PIECES OUT OF STEP - STOPPED  '.
     05 FILLER PIC X(30) VALUE 'PIECE KEY OUTSIDE PARTITION   '.
*
01  MESSAGE-TABLE REDEFINES MESSAGES.
    05 MESS         OCCURS  47 PIC X(30).
*
*
01  MESS-REC.
    05  SEQ-PREV-UPD        PIC X(10) VALUE LOW-VALUES.
    05  SEQ-PREV-TRANS      PIC X(8) VALUE LOW-VALUES.
    05  SEQ-PREV-HIST       PIC X(10) VALUE LOW-VALUES.
    05  SEQ-PREV-MFH        PIC X(10) VALUE LOW-VALUES.
01  SEQ-ERR-LINE.
    05  FILLER      PIC X VALUE SPACES.
    05  SEQ-OUT-FILE        PIC X(7).
    '********  TRIAL RUN - NEW MASTER FILE NOT PRODUCED  ********'.
    05  FILLER      PIC X(45) VALUE SPACES.
*
01  CU-STAMP.
    05  FILLER      PIC X(27) VALUE SPACES.
    05  FILLER      PIC X(23) VALUE '********  CATCH-UP DAY '.
    05  CUS-DAY     PIC ZZ9.
    05  FILLER      PIC X(4) VALUE ' OF '.
    05  CUS-DAYS    PIC ZZ9.
    05  FILLER      PIC X(10) VALUE '  ********'.
    05  FILLER      PIC X(62) VALUE SPACES.
*
01  PN-STAMP.
    05  FILLER      PIC X(27) VALUE SPACES.
    05  FILLER      PIC X(20) VALUE '********  PARTITION '.
    05  PNP-NO      PIC Z9.
    05  FILLER      PIC X(4) VALUE ' OF '.
    05  PNP-OF      PIC Z9.
    05  FILLER      PIC X(10) VALUE '  ISSUERS '.
    05  PNP-FROM    PIC X(6).
    05  FILLER      PIC X(4) VALUE ' TO '.
    05  PNP-UPTO    PIC X(6).
    05  FILLER      PIC X(10) VALUE '  ********'.
    05  FILLER      PIC X(41) VALUE SPACES.
*
01  SPL-STAMP.
    05  FILLER      PIC X(27) VALUE SPACES.
    05  FILLER      PIC X(20) VALUE '********  SPLICE OF '.
    05  SPP-OF      PIC Z9.
    05  FILLER      PIC X(22) VALUE ' PARTITIONS  ********'.
    05  FILLER      PIC X(61) VALUE SPACES.
*
01  REVISIONS.
    05  REV-IND OCCURS 5    PIC X.
01  REV-WORD
      10  O-IAD-FOOT          PIC 9.
      10  O-IAD               PIC 9(1)V9(3).
    05  O-BOND-QUAL-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-YIELD-2-CALL          PIC 9(2)V9(3).
      10  FILLER              PIC X.
      10  O-SNP-BD            PIC X.
      10  O-MOODY-RATE            PIC X.
      10  O-AMT-OUT           PIC X(7).
      10  FILLER             PIC X(5).
    05  O-UND-STK-SECT REDEFINES O-EARN-IAD-SECT.
      10  O-UND-STK-PRICE         PIC 9(4)V9(3).
      10  O-UND-STK-PRICE-X REDEFINES O-UND-STK-PRICE PIC X(7).
      10  O-OPEN-INT-ADJ-IND      PIC 9.
      10  O-OPEN-INT          PIC X(7).
      10  O-OVER-10K-ADJ.
    O-DIVIDEND-AREAS.
      10  FILLER              PIC X(29).
      10  O-OP-IAD            PIC 99V999.
      10  O-OP-IAD-X REDEFINES O-OP-IAD PIC X(5).
      10  O-OP-UCUS           PIC X(8).
      10  O-OP-ASK-ADJ            PIC X.
      10  O-OP-BID-ADJ            PIC X.
    05  DVO-OUT-REASON      PIC X(10).
    05  FILLER      PIC X(11) VALUE SPACES.
*
* EX-DIVIDEND ADJUSTMENT OF THE ADJUSTED PREVIOUS CLOSE.  THE OLD
* AND NEW FIGURES HAVE ROOM FOR AN OVER-10K DIGIT IN FRONT (AS IN
* WS-10-ADJ-PRC), BUT A STOCK HAS NO OVER-10K DIGITS - THE
* O-OVER-10K-ADJ OVERLAY BELONGS TO O-UND-STK-SECT, AND ON A STOCK
* THOSE BYTES ARE ITS IAD - SO THE DIGIT IS ALWAYS ZERO HERE.
* XDV-DONE MARKS A SLOT ALREADY ADJUSTED FOR THE CURRENT RECORD, SO
* THE PRICE PATH AND WRITE-OUTPUT NEVER TAKE THE SAME DIVIDEND OUT
* TWICE.  PAYMENT METHODS '1'-'4' ARE CASH (AS IN CHK-COM-DIV),
* '5' IS A STOCK DIVIDEND WHOSE AMOUNT IS THE RATE IN PERCENT, AND
* '6'-'9' ARE SPECIAL DISTRIBUTIONS.
01  XDIV-WRK.
    05  XDV-X           PIC 9(4) VALUE 0 COMP.
    05  XDV-DONE-R      VALUE 'FF'.
    10  XDV-DONE OCCURS 2   PIC X.
    05  XDV-PAY-MTD     PIC X VALUE SPACE.
    88  XDV-CASH        VALUES '1', '2', '3', '4'.
    88  XDV-STOCK       VALUE '5'.
    88  XDV-SPECIAL     VALUES '6', '7', '8', '9'.
    05  XDV-OLD-APC     PIC 9(5)V9(3) VALUE 0.
    05  XDV-OLD-R REDEFINES XDV-OLD-APC.
    10  XDV-OLD-HO      PIC 9.
    10  XDV-OLD-LO      PIC 9(4)V9(3).
    05  XDV-NEW-APC     PIC 9(5)V9(3) VALUE 0.
    05  XDV-NEW-R REDEFINES XDV-NEW-APC.
    10  XDV-NEW-HO      PIC 9.
    10  XDV-NEW-LO      PIC 9(4)V9(3).
    05  XDV-TYPE-WORD   PIC X(5) VALUE SPACES.
    05  XDV-NOTE        PIC X(20) VALUE SPACES.
01  XDIV-ADJ-LINE.
    05  FILLER      PIC X VALUE SPACES.
    05  XDL-QSIP        PIC X(10).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-SLOT        PIC 9.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-PAY-MTD     PIC X.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-TYPE        PIC X(5).
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-OLD-APC     PIC ZZZZ9.999.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-DIV-AMT     PIC Z9.9999.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-NEW-APC     PIC ZZZZ9.999.
    05  FILLER      PIC X(2) VALUE SPACES.
    05  XDL-NOTE        PIC X(20).
*
* BOND YIELD WORK AREAS.  PRICES AND REDEMPTION VALUES ARE PER 100
* PAR; THE COUPON IS O-COUP-RATE (PERCENT) SPLIT OVER BY-FREQ
* PAYMENTS A YEAR.  DAYS ARE COUNTED 30/360 FROM THE PREVIOUS COUPON
* DATE TO TONIGHT (PH-TODAY-DT).  THE COUPON SCHEDULE IS STEPPED
* BACK FROM THE END DATE (MATURITY OR CALL) IN BY-END-DATE.
01  BOND-YLD-WRK.
    05  BY-PRICE        PIC 9(4)V9(3) VALUE 0.
    05  BY-PRC-SRC      PIC X VALUE SPACE.
    05  BY-FREQ         PIC 9(2) VALUE 0 COMP.
    05  BY-MOS          PIC 9(2) VALUE 0 COMP.
    05  BY-TODAY        PIC 9(8) VALUE 0.
    05  BY-TODAY-R REDEFINES BY-TODAY.
    10  BY-TDY-YYYY     PIC 9(4).
    10  BY-TDY-MM       PIC 99.
    10  BY-TDY-DD       PIC 99.
    05  BY-END-DATE.
    10  BY-END-YYYY     PIC 9(4).
    10  BY-END-MM       PIC 99.
    10  BY-END-DD       PIC 99.
    05  BY-END-KEY REDEFINES BY-END-DATE PIC 9(8).
    05  BY-CPN-DATE.
    10  BY-CPN-YYYY     PIC 9(4).
    10  BY-CPN-MM       PIC 99.
    10  BY-CPN-DD       PIC 99.
    05  BY-CPN-KEY REDEFINES BY-CPN-DATE PIC 9(8).
    05  BY-NCD-KEY      PIC 9(8) VALUE 0.
    05  BY-W-MM         PIC S9(4) VALUE 0 COMP.
    05  BY-W-LEN        PIC 9(2) VALUE 0 COMP.
    05  BY-W-Q          PIC 9(4) VALUE 0 COMP.
    05  BY-W-R          PIC 9(4) VALUE 0 COMP.
    05  BY-D1           PIC 9(2) VALUE 0 COMP.
    05  BY-D2           PIC 9(2) VALUE 0 COMP.
    05  BY-N            PIC 9(4) VALUE 0 COMP.
    05  BY-A            PIC S9(5) VALUE 0 COMP.
    05  BY-E            PIC 9(3)V9(4) VALUE 0.
    05  BY-DSC          PIC 9(3)V9(4) VALUE 0.
    05  BY-CPN          PIC 9(2)V9(8) VALUE 0.
    05  BY-AI           PIC 9(3)V9(8) VALUE 0.
    05  BY-DIRTY        PIC 9(5)V9(8) VALUE 0.
    05  BY-REDEMP       PIC 9(4)V9(3) VALUE 0.
    05  BY-Y            PIC 9V9(12) VALUE 0.
    05  BY-Y-S          PIC S9(4)V9(12) VALUE 0.
    05  BY-LO           PIC 9V9(12) VALUE 0.
    05  BY-HI           PIC 9V9(12) VALUE 0.
    05  BY-V            PIC 9V9(14) VALUE 0.
    05  BY-VN           PIC 9V9(14) VALUE 0.
    05  BY-VF           PIC 9V9(14) VALUE 0.
    05  BY-PV           PIC 9(6)V9(8) VALUE 0.
    05  BY-PV-CPNS      PIC 9(6)V9(8) VALUE 0.
    05  BY-PV-RED       PIC 9(6)V9(8) VALUE 0.
    05  BY-ITER         PIC 9(4) VALUE 0 COMP.
    05  BY-YLD          PIC 9(2)V9(3) VALUE 0.
    05  BY-SOLVE-SW     PIC X VALUE 'F'.
    88  BY-SOLVED       VALUE 'T'.
    05  BY-CALL-DT.
    10  BY-CALL-MM      PIC 99.
    10  BY-CALL-DD      PIC 99.
    10  BY-CALL-YY      PIC 99.
    05  BY-CALL-N REDEFINES BY-CALL-DT PIC 9(6).
* ONE EXTRACT RECORD PER BOND WHOSE YIELD WAS WORKED.  THE ACCRUED
* INTEREST, COUPON DATES AND DIRTY PRICE ARE CARRIED HERE ONLY -
* THE 216 RECORD HAS ROOM FOR THE TWO YIELDS BUT NOT FOR THESE.
01  BOND-ANL-LINE.
    05  BAL-QSIP        PIC X(10).
    05  BAL-TIC         PIC X(6).
    05  BAL-X-CD        PIC X.
    05  BAL-TRD-TYPE    PIC X.
    05  BAL-PRC-SRC     PIC X.
    05  BAL-PRICE       PIC 9(4)V9(3).
    05  BAL-COUP-RATE   PIC 9(2)V9(4).
    05  BAL-MAT-DT      PIC 9(8).
    05  BAL-PMT-FQ      PIC X.
    05  BAL-YTM         PIC 9(2)V9(3).
    05  BAL-CALL-DT     PIC 9(8).
    05  BAL-CALL-PRICE  PIC 9(4)V9(3).
    05  BAL-YTC         PIC 9(2)V9(3).
    05  BAL-ACCR-INT    PIC 9(3)V9(4).
    05  BAL-ACCR-DAYS   PIC 9(3).
    05  BAL-PCD         PIC 9(8).
    05  BAL-NCD         PIC 9(8).
    05  BAL-CPN-LEFT    PIC 9(4).
    05  BAL-DIRTY       PIC 9(4)V9(3).
    05  BAL-RUN-DT      PIC 9(6).
    05  FILLER          PIC X(10) VALUE SPACES.
*
* IDENTIFIER HISTORY.  STAT-CHNG SAVES THE HEAD BULLETIN OF EACH
* STATUS CHANGE HERE SO ITS CONTINUATIONS (STAT-CON) AND THE
* EXCHANGE-MOVE DROP IN WRITE-OUTPUT CAN NAME THE BULLETIN THAT
* CAUSED THE CHANGE.  CLEARED WITH EVERY RECORD WRITTEN.  THE
* EFFECTIVE DATE CARRIES A ONE-DIGIT YEAR, TAKEN IN THE DECADE
* NEAREST THE LABEL DATE; A BULLETIN WITH NO GOOD EFFECTIVE DATE
* IS DATED TONIGHT.
01  IDH-WRK.
    05  IDW-HOLD.
    10  IDW-SRC-TYPE    PIC X VALUE SPACE.
    10  IDW-SRC-ST      PIC X VALUE SPACE.
    10  IDW-SRC-RPT-DT  PIC X(5) VALUE SPACES.
    10  IDW-EFCT-RAW    PIC X(5) VALUE SPACES.
    10  IDW-EFCT-R REDEFINES IDW-EFCT-RAW.
      15  IDW-EFCT-Y      PIC 9.
      15  IDW-EFCT-MM     PIC 99.
      15  IDW-EFCT-DD     PIC 99.
    10  IDW-XREF-QSIP   PIC X(10) VALUE SPACES.
    10  IDW-XREF-R REDEFINES IDW-XREF-QSIP.
      15  FILLER          PIC X(8).
      15  IDW-XREF-UNQ-CD PIC X.
      15  IDW-XREF-X-CD   PIC X.
    05  IDW-TODAY       PIC 9(8) VALUE 0.
    05  IDW-TODAY-R REDEFINES IDW-TODAY.
    10  IDW-TDY-YYYY    PIC 9(4).
    10  FILLER          PIC 9(4).
    05  IDW-YYYY        PIC 9(4) VALUE 0.
    05  IDW-Q           PIC 9(4) VALUE 0 COMP.
    05  IDW-R           PIC 9(4) VALUE 0 COMP.
* ONE ROW PER IDENTIFIER CHANGE.  TYPE 'T' IS A TICKER CHANGE, 'C'
* A CUSIP CROSS-REFERENCE, 'X' AN EXCHANGE MOVE (NEW VALUE BLANK
* WHEN THE BULLETIN DID NOT NAME THE NEW LISTING).  IDH-QSIP AND
* IDH-TIC ARE THE SECURITY AS IT STOOD AFTER THE CHANGE.  THE
* SOURCE BULLETIN IS ITS RECORD TYPE, CONTINUATION NUMBER, STATUS
* AND RAW REPORT DATE.
01  ID-HIST-LINE.
    05  IDH-CHG-TYPE    PIC X.
    05  IDH-OLD-VAL     PIC X(10).
    05  IDH-NEW-VAL     PIC X(10).
    05  IDH-EFCT-DT     PIC 9(8).
    05  IDH-QSIP        PIC X(10).
    05  IDH-TIC         PIC X(6).
    05  IDH-SRC-TYPE    PIC X.
    05  IDH-SRC-CON     PIC X.
    05  IDH-SRC-ST      PIC X.
    05  IDH-SRC-RPT-DT  PIC X(5).
    05  IDH-RUN-DT      PIC 9(6).
    05  FILLER          PIC X VALUE SPACES.
*
* MORTGAGE POOL FACTOR HISTORY MERGE.  THE FILE IS CUMULATIVE - A
* POOL'S FACTORS STAY ON IT AFTER THE POOL LEAVES THE MASTER.  THE
* FACTOR DATE IS KEPT AS YYYYMMDD SO THE FILE SORTS AND COMPARES.
* MTG-REC-PROC SAVES THE MASTER'S FACTOR, DATE, WAC AND WAM AS
* THEY STOOD BEFORE TONIGHT'S 'S' RECORD, SO THE FIRST FACTOR A
* POOL GETS AFTER THE HISTORY STARTS STILL HAS A PRIOR TO MEASURE
* AGAINST.  THE LAST MF-PD-MAX PAYDOWNS ON FILE MAKE UP THE POOL'S
* RECENT AVERAGE; FEWER THAN MF-PD-MIN OF THEM IS NOT ENOUGH TO
* CALL A PAYDOWN UNUSUAL.
01  MF-REC-WRK.
    05  MF-QSIP         PIC X(10).
    05  MF-DT           PIC 9(8).
    05  MF-FACTOR       PIC 9(1)V9(7).
    05  MF-WAC          PIC 9(2)V9(3).
    05  MF-WAM          PIC 9(3).
    05  MF-POOL-TYPE    PIC X.
    05  MF-ECODE        PIC X.
    05  MF-RUN-DT       PIC 9(6).
    05  FILLER          PIC X(8).
01  MF-NEW-REC.
    05  MFN-QSIP        PIC X(10).
    05  MFN-DT          PIC 9(8).
    05  MFN-FACTOR      PIC 9(1)V9(7).
    05  MFN-WAC         PIC 9(2)V9(3).
    05  MFN-WAM         PIC 9(3).
    05  MFN-POOL-TYPE   PIC X.
    05  MFN-ECODE       PIC X.
    05  MFN-RUN-DT      PIC 9(6).
    05  FILLER          PIC X(8) VALUE SPACES.
01  MF-CTL.
    05  MF-END-SW       PIC X VALUE 'F'.
    88  MF-END      VALUE 'T'.
    05  MF-NEW-SW       PIC X VALUE 'F'.
    88  MF-NEW-FACTOR   VALUE 'T'.
    05  MF-PRI-SW       PIC X VALUE 'F'.
    88  MF-HAVE-PRIOR   VALUE 'T'.
    05  MF-NEW-DT       PIC 9(8) VALUE 0.
    05  MF-MAST-FACTOR  PIC 9(1)V9(7) VALUE 0.
    05  MF-MAST-DT      PIC 9(6) VALUE 0.
    05  MF-MAST-DT-R REDEFINES MF-MAST-DT.
    10  MF-MAST-MM      PIC 99.
    10  MF-MAST-DD      PIC 99.
    10  MF-MAST-YY      PIC 99.
    05  MF-MAST-WAC     PIC 9(2)V9(3) VALUE 0.
    05  MF-MAST-WAM     PIC 9(3) VALUE 0.
    05  MF-MAST-YYYY    PIC 9(4) VALUE 0.
    05  MF-PRI-DT       PIC 9(8) VALUE 0.
    05  MF-PRI-FACTOR   PIC 9(1)V9(7) VALUE 0.
    05  MF-PRI-WAC      PIC 9(2)V9(3) VALUE 0.
    05  MF-PRI-WAM      PIC 9(3) VALUE 0.
    05  MF-PD-TBL.
    10  MF-PD           PIC S9(3)V9(4) OCCURS 6 TIMES.
    05  MF-PD-MAX       PIC 9(2) VALUE 6 COMP.
    05  MF-PD-MIN       PIC 9(2) VALUE 3 COMP.
    05  MF-PD-N         PIC 9(2) VALUE 0 COMP.
    05  MF-X            PIC 9(2) VALUE 0 COMP.
    05  MF-PCT          PIC S9(3)V9(4) VALUE 0.
    05  MF-PD-SUM       PIC S9(5)V9(4) VALUE 0.
    05  MF-PD-AVG       PIC S9(3)V9(4) VALUE 0.
    05  MF-REASON       PIC X(30) VALUE SPACES.
    05  MF-KEPT-CNT     PIC 9(8) VALUE 0 COMP.
    05  MF-ADD-CNT      PIC 9(8) VALUE 0 COMP.
    05  MF-PAYDN-CNT    PIC 9(8) VALUE 0 COMP.
    05  MF-EXCP-CNT     PIC 9(8) VALUE 0 COMP.
* ONE PAYDOWN LINE PER NEW FACTOR THAT HAS A PRIOR TO MEASURE
* AGAINST.  PERCENT PAID DOWN IS OF THE PRIOR FACTOR, NEGATIVE
* WHEN THE FACTOR WENT UP.
01  MF-PAYDN-LINE.
    05  FILLER          PIC X VALUE SPACES.
    05  MFP-QSIP        PIC X(10).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-TIC         PIC X(6).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-POOL-TYPE   PIC X.
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-PRI-DT      PIC 9(8).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-PRI-FACTOR  PIC 9.9(7).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-NEW-DT      PIC 9(8).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-NEW-FACTOR  PIC 9.9(7).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-PCT         PIC -ZZ9.9999.
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-WAC-OLD     PIC Z9.999.
    05  FILLER          PIC X VALUE SPACES.
    05  MFP-WAC-NEW     PIC Z9.999.
    05  FILLER          PIC X VALUE SPACES.
    05  MFP-WAC-CHG     PIC -Z9.999.
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFP-WAM-OLD     PIC ZZ9.
    05  FILLER          PIC X VALUE SPACES.
    05  MFP-WAM-NEW     PIC ZZ9.
    05  FILLER          PIC X VALUE SPACES.
    05  MFP-WAM-CHG     PIC -ZZ9.
01  MF-EXCP-LINE.
    05  FILLER          PIC X VALUE SPACES.
    05  MFE-QSIP        PIC X(10).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-TIC         PIC X(6).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-PRI-DT      PIC 9(8).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-PRI-FACTOR  PIC 9.9(7).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-NEW-DT      PIC 9(8).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-NEW-FACTOR  PIC 9.9(7).
    05  FILLER          PIC X(2) VALUE SPACES.
    05  MFE-REASON      PIC X(30).
*
* ROLLING PRICE-HISTORY MERGE.  THE HISTORY FILE HOLDS ONE RECORD
* PER QSIP PER PRICED DAY, ASCENDING QSIP THEN DATE, WRITTEN IN
* OUTPUT-MASTER ORDER SO IT MERGES IN STEP WITH WRITE-OUTPUT.
* ONE NIGHT ONLY, AFTER THE OPERATOR HAS CONFIRMED THE SKIPPED
* TRANSMISSION IS REAL.
    05  CAL-OVERRIDE    PIC 9(5) VALUE 0.
* A POOL'S PAYDOWN IS AN EXCEPTION WHEN IT PASSES THIS PERCENTAGE
* OF THE POOL'S OWN AVERAGE OVER ITS RECENT FACTORS
    05  MF-SPIKE-PCT    PIC 9(5) VALUE 00300.
    05  RC-SRC-WRK      PIC X VALUE 'D'.
    05  RC-SRC-FLAGS.
    10  RC-SRC-PMV  PIC X VALUE 'D'.
    10  RC-SRC-UND  PIC X VALUE 'D'.
    10  RC-SRC-LOOK PIC X VALUE 'D'.
    10  RC-SRC-CAL  PIC X VALUE 'D'.
    10  RC-SRC-MFS  PIC X VALUE 'D'.
*
* CATCH-UP DAY NUMBER AND NUMBER OF DAYS IN THE BACKLOG, FROM THE
* CATCH-UP CONTROL FILE.  BOTH ZERO ON AN ORDINARY NIGHT.  AFTER
* THE FIRST DAY THE PRINT FILE AND THE PER-FEED REPORTS AND CHANGE
* TAPE ARE EXTENDED RATHER THAN REWRITTEN, SO THEY COVER EVERY DAY
* OF THE BACKLOG; BEFORE THE LAST DAY THE KEYED MASTER IS NOT
* BUILT, SINCE THE NEXT DAY WOULD ONLY REBUILD IT.
01  CU-CTL-INFO.
    05  CU-DAY          PIC 9(3) VALUE 0.
    05  CU-DAYS         PIC 9(3) VALUE 0.
    05  FILLER          PIC X(34) VALUE SPACES.
01  CU-CTL-INFO-X REDEFINES CU-CTL-INFO.
    05  CU-NUMS-X       PIC X(6).
    05  FILLER          PIC X(34).
*
* QSIP-RANGE PARTITION CONTROL, FROM THE PARTITION CONTROL CARD
* (SEE PN-CTL-LOAD).  PN-MODE IS 'P' ON A PARTITION STEP, 'S' ON
* THE SPLICE STEP, AND SPACE ON AN ORDINARY NIGHT.  A PARTITION
* TAKES THE ISSUERS FROM PN-FROM UP TO BUT NOT INCLUDING PN-UPTO;
* A BLANK BOUND IS OPEN, SO THE FIRST PARTITION STARTS AT THE
* BEGINNING OF THE FILES AND THE LAST RUNS TO THE TRAILERS.  THE
* SPLICE STEP HOLDS EVERY PARTITION'S RANGE IN PN-ENTRY.  RANGES
* ARE WHOLE ISSUERS SO AN ISSUER'S DIVIDEND STAGING NEVER STRADDLES
* TWO PARTITIONS.
01  PN-CTL.
    05  PN-MODE         PIC X VALUE SPACE.
    88  PN-PARTITION-RUN    VALUE 'P'.
    88  PN-SPLICE-RUN       VALUE 'S'.
    05  PN-NO           PIC 9(2) VALUE 0.
    05  PN-OF           PIC 9(2) VALUE 0.
    05  PN-MAX          PIC 9(2) VALUE 20 COMP.
    05  PN-X            PIC 9(4) VALUE 0 COMP.
    05  PN-FROM         PIC X(6) VALUE SPACES.
    05  PN-UPTO         PIC X(6) VALUE SPACES.
    05  PN-CARD-BAD     PIC X VALUE 'F'.
* 'T' ONCE THE OLD MASTER HAS BEEN READ PAST RECORDS BELOW THE
* RANGE, ONCE IT HAS BEEN READ TO THE FIRST RECORD ABOVE IT, ONCE
* THE PURGES JUST ABOVE IT HAVE BEEN JOURNALED (PN-EDGE-PEEK), AND
* WHILE THE PURGES AT THE START OF THE RANGE ARE BEING MADE
    05  PN-OLD-SKIPPED  PIC X VALUE 'F'.
    05  PN-OLD-PAST     PIC X VALUE 'F'.
    05  PN-PEEKED       PIC X VALUE 'F'.
    05  PN-PRIME-SW     PIC X VALUE 'F'.
    05  PN-POS          PIC X VALUE 'I'.
    88  PN-BELOW        VALUE 'L'.
    88  PN-IN           VALUE 'I'.
    88  PN-ABOVE        VALUE 'H'.
    05  PN-KEY-WRK      PIC X(10) VALUE SPACES.
    05  PN-KEY-R REDEFINES PN-KEY-WRK.
    10  PN-KEY-ISSUER   PIC X(6).
    10  FILLER          PIC X(4).
    05  PN-ENTRY OCCURS 20.
    10  PN-E-FROM       PIC X(6).
    10  PN-E-UPTO       PIC X(6).
*
* A PARTITION'S CONTROL TOTALS AND SUMMARY COUNTS, WRITTEN TO
* PARTTOT AT END OF JOB FOR THE SPLICE STEP TO ROLL UP: ONE 'C'
* RECORD, THEN ONE 'S' RECORD PER MARKET-STATISTICS ENTRY (1-27 THE
* EXCHANGES, 28-32 THE ISSUE TYPES).  THE TRAILER IMAGES ARE THE
* INPUT TRAILERS AS READ - ONLY THE LAST PARTITION REACHES THEM.
01  PNT-CTL-LINE.
    05  PNT-TYPE        PIC X VALUE 'C'.
    05  PNT-NO          PIC 9(2) VALUE 0.
    05  PNT-OF          PIC 9(2) VALUE 0.
    05  PNT-FROM        PIC X(6) VALUE SPACES.
    05  PNT-UPTO        PIC X(6) VALUE SPACES.
    05  PNT-BAD-NEWS    PIC 9 VALUE 0.
    05  PNT-OLDTP-HASH  PIC 9(10) VALUE 0.
    05  PNT-UPD-HASH    PIC 9(10) VALUE 0.
    05  PNT-TRANS-HASH  PIC 9(10) VALUE 0.
    05  PNT-OUTP-HASH   PIC 9(10) VALUE 0.
    05  PNT-IT-ID       PIC X(2) VALUE SPACES.
    05  PNT-IT-CNT      PIC 9(6) VALUE 0.
    05  PNT-IT-HASH     PIC 9(10) VALUE 0.
    05  PNT-UT-ID       PIC X(2) VALUE SPACES.
    05  PNT-UT-CNT      PIC 9(6) VALUE 0.
    05  PNT-UT-HASH     PIC 9(10) VALUE 0.
    05  PNT-TT-ID       PIC X(2) VALUE SPACES.
    05  PNT-TT-CNT      PIC 9(6) VALUE 0.
    05  PNT-TT-HASH     PIC 9(10) VALUE 0.
    05  PNT-OLDTP-CNT   PIC 9(6) VALUE 0.
    05  PNT-OUTP-CNT    PIC 9(6) VALUE 0.
    05  PNT-TRANS-CNT   PIC 9(6) VALUE 0.
    05  PNT-UPD-CNT     PIC 9(6) VALUE 0.
    05  PNT-CR-CNT      PIC 9(6) VALUE 0.
    05  PNT-NO-DESCRIP  PIC 9(6) VALUE 0.
    05  PNT-SC          PIC 9(6) VALUE 0.
    05  PNT-NSC         PIC 9(6) VALUE 0.
    05  PNT-SCNG        PIC 9(6) VALUE 0.
    05  PNT-CONT        PIC 9(6) VALUE 0.
    05  PNT-PR          PIC 9(6) VALUE 0.
    05  PNT-BA          PIC 9(6) VALUE 0.
    05  PNT-OI          PIC 9(6) VALUE 0.
    05  PNT-RB          PIC 9(6) VALUE 0.
    05  PNT-DR          PIC 9(6) VALUE 0.
    05  PNT-CL          PIC 9(6) VALUE 0.
    05  PNT-MTG         PIC 9(6) VALUE 0.
    05  PNT-SEQERR      PIC 9(6) VALUE 0.
    05  PNT-CHG-ADD     PIC 9(6) VALUE 0.
    05  PNT-CHG-PRC     PIC 9(6) VALUE 0.
    05  PNT-CHG-BUL     PIC 9(6) VALUE 0.
    05  PNT-DIVOVF      PIC 9(6) VALUE 0.
    05  PNT-DTREJ       PIC 9(6) VALUE 0.
    05  PNT-VALERR      PIC 9(6) VALUE 0.
    05  PNT-XDIV        PIC 9(6) VALUE 0.
    05  PNT-XDIV-RVW    PIC 9(6) VALUE 0.
    05  PNT-BDYLD       PIC 9(6) VALUE 0.
    05  PNT-BDYLD-EXC   PIC 9(6) VALUE 0.
    05  PNT-IDH         PIC 9(6) VALUE 0.
    05  PNT-P-CNT       PIC 9(6) VALUE 0.
    05  PNT-BADPR-CNT   PIC 9(6) VALUE 0.
    05  PNT-PROB-CNT    PIC 9(6) VALUE 0.
    05  PNT-PH-KEPT     PIC 9(8) VALUE 0.
    05  PNT-PH-AGED     PIC 9(8) VALUE 0.
    05  PNT-PH-ADD      PIC 9(8) VALUE 0.
    05  PNT-HILO        PIC 9(8) VALUE 0.
    05  PNT-MF-KEPT     PIC 9(8) VALUE 0.
    05  PNT-MF-ADD      PIC 9(8) VALUE 0.
    05  PNT-MF-PAYDN    PIC 9(8) VALUE 0.
    05  PNT-MF-EXCP     PIC 9(8) VALUE 0.
    05  PNT-MATCAL      PIC 9(6) VALUE 0.
    05  PNT-LT-REC      PIC X(40) VALUE SPACES.
    05  PNT-LT-U-REC    PIC X(40) VALUE SPACES.
    05  PNT-OUT-QSIP    PIC X(10) VALUE SPACES.
    05  PNT-OUT-TIC     PIC X(6) VALUE SPACES.
    05  PNT-OUT-SIC     PIC X(4) VALUE SPACES.
    05  PNT-OUT-DESC    PIC X(20) VALUE SPACES.
    05  FILLER          PIC X(6) VALUE SPACES.
01  PNT-STAT-LINE REDEFINES PNT-CTL-LINE.
    05  PNX-TYPE        PIC X.
    05  PNX-NO          PIC 9(2).
    05  PNX-X           PIC 9(2).
    05  PNX-ADV         PIC 9(6).
    05  PNX-DEC         PIC 9(6).
    05  PNX-UNCH        PIC 9(6).
    05  PNX-VOL         PIC 9(11).
    05  PNX-PRICED      PIC 9(6).
    05  PNX-CARR        PIC 9(6).
    05  FILLER          PIC X(454).
*
* ONE POSTING TO THE UNDERLYING TABLE, JOURNALED BY A PARTITION
* STEP FOR THE SPLICE STEP TO REPLAY IN MERGE ORDER (SEE
* UND-JRNL-OUT).  ON AN 'F' LINE THE IAD AND CLOSE ARE THE OPTION'S
* OWN FIELDS, BYTE FOR BYTE, AS THEY STOOD BEFORE THE FILL.
01  UJ-LINE.
    05  UJ-EVENT        PIC X VALUE SPACE.
    05  UJ-CUSIP        PIC X(8) VALUE SPACES.
    05  UJ-IAD          PIC 9(2)V9(3) VALUE 0.
    05  UJ-IAD-X REDEFINES UJ-IAD PIC X(5).
    05  UJ-CLOSE        PIC 9(4)V9(3) VALUE 0.
    05  UJ-CLOSE-X REDEFINES UJ-CLOSE PIC X(7).
    05  UJ-ISS-ST       PIC X VALUE SPACE.
    05  UJ-FRESH        PIC X VALUE SPACE.
    05  UJ-QSIP         PIC X(10) VALUE SPACES.
    05  FILLER          PIC X(7) VALUE SPACES.
*
* SPLICE STEP WORK AREAS.  SPL-PC- COUNTS AND HASHES THE CURRENT
* MASTER PIECE FOR ITS TRAILER; SPL-TOT- ARE THE ROLLED-UP OUTPUT
* COUNT AND HASH THE SPLICED MASTER MUST AGREE WITH; SPL-xT- ARE
* THE LAST PARTITION'S IMAGES OF THE INPUT TRAILERS.
01  SPL-CTL.
    05  SPL-PC-X        PIC 9(4) VALUE 0 COMP.
    05  SPL-PC-WANT     PIC 9(4) VALUE 0 COMP.
    05  SPL-PC-CNT      PIC 9(6) VALUE 0 COMP.
    05  SPL-PC-HASH     PIC 9(11) VALUE 0 COMP.
    05  SPL-TOT-CNT     PIC 9(6) VALUE 0 COMP.
    05  SPL-TOT-HASH    PIC 9(11) VALUE 0 COMP.
    05  SPL-PATCH-CNT   PIC 9(8) VALUE 0 COMP.
    05  SPL-CPY-X       PIC 9(4) VALUE 0 COMP.
    05  SPL-CPY-CNT     PIC 9(8) VALUE 0 COMP.
    05  SPL-MST-END     PIC X VALUE 'F'.
    88  SPL-MST-DONE    VALUE 'T'.
    05  SPL-CSV-END     PIC X VALUE 'F'.
    88  SPL-CSV-DONE    VALUE 'T'.
    05  SPL-CHG-END     PIC X VALUE 'F'.
    88  SPL-CHG-DONE    VALUE 'T'.
    05  SPL-PATCHED     PIC X VALUE 'F'.
    05  SPL-SAVE-IAD-X  PIC X(5) VALUE SPACES.
    05  SPL-SAVE-PRC-X  PIC X(7) VALUE SPACES.
    05  SPL-IT-ID       PIC X(2) VALUE SPACES.
    05  SPL-IT-CNT      PIC 9(6) VALUE 0.
    05  SPL-IT-HASH     PIC 9(10) VALUE 0.
    05  SPL-UT-ID       PIC X(2) VALUE SPACES.
    05  SPL-UT-CNT      PIC 9(6) VALUE 0.
    05  SPL-UT-HASH     PIC 9(10) VALUE 0.
    05  SPL-TT-ID       PIC X(2) VALUE SPACES.
    05  SPL-TT-CNT      PIC 9(6) VALUE 0.
    05  SPL-TT-HASH     PIC 9(10) VALUE 0.
01  SPL-CPY-NAMES.
    05  FILLER      PIC X(8) VALUE 'PTCAPAUD'.
    05  FILLER      PIC X(8) VALUE 'PTZYEXCP'.
    05  FILLER      PIC X(8) VALUE 'PTPMVEXC'.
    05  FILLER      PIC X(8) VALUE 'PTSEQERR'.
    05  FILLER      PIC X(8) VALUE 'PTDIVOVF'.
    05  FILLER      PIC X(8) VALUE 'PTCALLHS'.
    05  FILLER      PIC X(8) VALUE 'PTDTEXCP'.
    05  FILLER      PIC X(8) VALUE 'PTVALEXC'.
    05  FILLER      PIC X(8) VALUE 'PTPRHIST'.
    05  FILLER      PIC X(8) VALUE 'PTHILO52'.
    05  FILLER      PIC X(8) VALUE 'PTMATCAL'.
    05  FILLER      PIC X(8) VALUE 'PTXDIVAD'.
    05  FILLER      PIC X(8) VALUE 'PTBDANL'.
    05  FILLER      PIC X(8) VALUE 'PTIDHIST'.
    05  FILLER      PIC X(8) VALUE 'PTMFHIST'.
    05  FILLER      PIC X(8) VALUE 'PTMFPAYD'.
    05  FILLER      PIC X(8) VALUE 'PTMFEXCP'.
01  S-C-N REDEFINES SPL-CPY-NAMES.
    05  SPL-CPY-NAME OCCURS 17 PIC X(8).
01  SPL-CNT-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  SCL-NAME    PIC X(8).
    05  FILLER      PIC X VALUE SPACE.
    05  SCL-TEXT    PIC X(24).
    05  SCL-CNT     PIC Z(7)9.
01  SPL-KEY-LINE.
    05  FILLER      PIC X(13) VALUE ' MASTER QSIP '.
    05  SKL-QSIP    PIC X(10).
    05  FILLER      PIC X(14) VALUE ' JOURNAL QSIP '.
    05  SKL-JQSIP   PIC X(10).
    05  FILLER      PIC X(7) VALUE ' PIECE '.
    05  SKL-PIECE   PIC Z9.
01  RC-SET-LINE.
    05  FILLER      PIC X VALUE ' '.
    05  FILLER      PIC X(9) VALUE ' SETTING '.
JOB-START-PARA.
* TOP LEVEL ROUTINE

* PICK UP THE CATCH-UP DAY WHEN CALLED BY THE CATCH-UP DRIVER
    PERFORM CU-CTL-LOAD.

* OPEN PRINT FILE AND DISPLAY HEADER
    PERFORM PRINT-ID.

* PICK UP THE PARTITION CONTROL CARD WHEN THE MERGE IS SPLIT INTO
* QSIP-RANGE PARTITIONS - A PARTITION STEP OR THE SPLICE STEP
    PERFORM PN-CTL-LOAD.

* OPEN FILES - THE SPLICE STEP OPENS THE PIECES AS IT COMES TO THEM
    IF PN-SPLICE-RUN
   PERFORM SPL-OPEN-FILES
    ELSE
   PERFORM OPEN-FILES.

* READ THE RUN-CONTROL FILE AND OVERRIDE THE OPERATIONAL
* THRESHOLDS FOR TONIGHT WHERE THE OPERATOR SUPPLIED THEM
* LOAD THE PERSISTENT UNDERLYING-SECURITY FILE INTO CORE
    PERFORM UND-LOAD.

* A PARTITION CONTROL CARD THAT DID NOT MAKE SENSE ENDS THE RUN
    IF FATAL-ERROR GO TO STOP-RUN.

* READ THE LABEL RECORD - IF NOT THERE END PROCESSING
    PERFORM READ-LABEL.
    IF FATAL-ERROR GO TO STOP-RUN.
    IF FATAL-ERROR GO TO STOP-RUN.

* OPEN THE KEYED (DIRECT LOOKUP) COPY OF THE NEW MASTER - BUILT
* ALONGSIDE THE NEW216 TAPE, EXCEPT ON TRIAL RUNS, ON ALL BUT
* THE LAST DAY OF A CATCH-UP, AND ON A PARTITION STEP (THE SPLICE
* STEP BUILDS IT FROM THE WHOLE SPLICED MASTER)
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE IF CU-DAY LESS CU-DAYS
   NEXT SENTENCE
    ELSE IF PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM KM-OPEN.

* THE SPLICE STEP BUILDS TONIGHT'S FILES FROM THE PARTITIONS'
* PIECES INSTEAD OF MERGING THE INPUT FILES ITSELF
    IF PN-SPLICE-RUN
   PERFORM SPLICE
   IF FATAL-ERROR
      GO TO STOP-RUN
   ELSE
      GO TO MERGE-DONE.

* READ THE BULLETINS FROM THE TRAN FILE, PUTTING THEM INTO
* A SEPARATE FILE - IF ERRORS END PROCESSING
    PERFORM SEP-REC.
* PROCESS THE DATA FILES - IF ERRORS END PROCESSING
    PERFORM MAIN-JOB.
    IF FATAL-ERROR GO TO STOP-RUN.
MERGE-DONE.

* PAD OUTPUT 216 FILE WITH 9'S RECORDS TILL END OF BLOCK
    PERFORM END-OF-OUTPUT-NINES.

* DRAIN ANY PRICE HISTORY LEFT FOR ISSUES NO LONGER ON THE MASTER
* (ON A PARTITION STEP, ONLY THOSE IN ITS RANGE - THE SPLICE STEP
* HAS THE DRAINED HISTORY IN THE PIECES ALREADY)
    IF PN-SPLICE-RUN
   NEXT SENTENCE
    ELSE
   PERFORM PH-FLUSH.

* CARRY FORWARD THE FACTOR HISTORY OF POOLS NO LONGER ON THE MASTER
    IF PN-SPLICE-RUN
   NEXT SENTENCE
    ELSE
   PERFORM MF-FLUSH.

* RECONCILE ACTIVE EQUITY OPTIONS AGAINST THE FATE OF THEIR
* UNDERLYINGS - LEFT TO THE SPLICE STEP WHEN PARTITIONED, SINCE AN
* UNDERLYING'S FATE MAY BE DECIDED IN ANOTHER PARTITION
    IF PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM ORPH-CHK.

* REWRITE THE UNDERLYING-SECURITY FILE WITH THE LATEST VALUES
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE IF PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM UND-SAVE.

* WRITE THE BALANCING FILE DOWNSTREAM JOBS CHECK BEFORE THEY
* TRUST THE NEW MASTER - FOR THE WHOLE SPLICED MASTER WHEN
* PARTITIONED
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE IF PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM BAL-OUT.
* WRITE OUT SUMMARY INFO TO PRINT FILE
    PERFORM WRITE-SUMMARY.

* A PARTITION STEP HANDS ITS TOTALS ON TO THE SPLICE STEP, WHETHER
* IT ENDED WELL OR NOT, SO THE SPLICE CAN TELL
    IF PN-PARTITION-RUN
   PERFORM PNT-OUT.

* CLOSE THE FILES - GOBACK RETURNS TO THE CATCH-UP DRIVER WHEN
* CALLED BY IT, AND ENDS THE RUN OTHERWISE
    IF PN-SPLICE-RUN
   PERFORM SPL-CLOSE-FILES
    ELSE
   PERFORM CLOSE-FILES.
    GOBACK.
*********************************************************
*********************************************************
*
PRINT-ID SECTION.
PRINT-ID-PARA.
* OPEN PRINT FILE AND DISPLAY HEADER
    IF CU-DAY GREATER 1
   OPEN EXTEND PRINT-FILE
    ELSE
   OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-REC FROM ID-1 AFTER ADVANCING NEXT-PAGE.
    WRITE PRINT-REC FROM ID-2 AFTER ADVANCING 2 LINES.
    WRITE PRINT-REC FROM DASHES AFTER ADVANCING 1 LINES.
    OPEN INPUT OLDTP70-FILE WITH NO REWIND.
    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT OUTTP70-FILE, UPDATE-FILE.
* THE PER-FEED REPORTS AND THE CHANGE TAPE - EXTENDED AFTER THE
* FIRST DAY OF A CATCH-UP SO EACH COVERS THE WHOLE BACKLOG
    IF CU-DAY GREATER 1
   OPEN EXTEND CAP-AUDIT-FILE, ZY-EXCP-FILE, PRICE-MOVE-FILE,
         SEQ-ERR-FILE, CHG-ONLY-FILE, DIV-OVFL-FILE,
         DT-EXCP-FILE, VAL-EXCP-FILE, XDIV-ADJ-FILE,
         MF-PAYDN-FILE, MF-EXCP-FILE
    ELSE
   OPEN OUTPUT CAP-AUDIT-FILE, ZY-EXCP-FILE, PRICE-MOVE-FILE,
         SEQ-ERR-FILE, CHG-ONLY-FILE, DIV-OVFL-FILE,
         DT-EXCP-FILE, VAL-EXCP-FILE, XDIV-ADJ-FILE,
         MF-PAYDN-FILE, MF-EXCP-FILE.
    OPEN OUTPUT CSV-EXTRACT-FILE.
    OPEN EXTEND CALL-HIST-FILE.
    OPEN INPUT PRC-HIST-IN.
    OPEN OUTPUT PRC-HIST-OUT.
    OPEN OUTPUT HILO-FILE.
    OPEN OUTPUT OPT-WRK-FILE.
    OPEN OUTPUT ORPH-RPT-FILE.
    OPEN OUTPUT MAT-CAL-FILE.
    OPEN OUTPUT BOND-ANL-FILE.
    OPEN EXTEND ID-HIST-FILE.
    OPEN INPUT MF-HIST-IN.
    OPEN OUTPUT MF-HIST-OUT.
* A PARTITION STEP JOURNALS ITS POSTINGS TO THE UNDERLYING TABLE
    IF PN-PARTITION-RUN
   OPEN OUTPUT UND-JRNL-FILE.
* PRIME THE PRICE-HISTORY AND POOL-FACTOR HISTORY MERGES
    PERFORM PH-READ.
    PERFORM MF-READ.
    MOVE +3 TO M   PERFORM WRITE-MESS.
OF-EXIT.           EXIT.
*
*
*********************************************************
*
CU-CTL-LOAD SECTION.
CU-CTL-LOAD-PARA.
* READ THE CATCH-UP CONTROL RECORD.  NO FILE, AN EMPTY FILE OR A
* RECORD THAT IS NOT NUMERIC LEAVES AN ORDINARY NIGHT'S RUN.
    OPEN INPUT CU-CTL-FILE.
    READ CU-CTL-FILE INTO CU-CTL-INFO AT END
   GO TO CUL-DONE.
    IF CU-NUMS-X NOT NUMERIC
   MOVE 0 TO CU-DAY, CU-DAYS.
CUL-DONE.
    CLOSE CU-CTL-FILE.
CUL-EXIT.           EXIT.
*
*********************************************************
*
PN-CTL-LOAD SECTION.
PN-CTL-LOAD-PARA.
* READ THE PARTITION CONTROL CARD.  NO FILE OR AN EMPTY FILE IS AN
* ORDINARY NIGHT.  A PARTITION STEP'S CARD IS
*     PARTITION   NN NN FROMIS UPTOIS
* - THE KEYWORD IN COLUMNS 1-12, THEN THIS PARTITION'S NUMBER, THE
* NUMBER OF PARTITIONS, AND THE ISSUER RANGE (FROM INCLUSIVE, UP TO
* EXCLUSIVE; THE FIRST PARTITION LEAVES FROM BLANK AND THE LAST
* LEAVES UP-TO BLANK).  THE SPLICE STEP'S CARD IS 'SPLICE' WITH THE
* NUMBER OF PARTITIONS IN THE SAME COLUMNS AS ON A PARTITION CARD,
* FOLLOWED BY EVERY PARTITION'S CARD IN ORDER, SO THE SPLICE KNOWS
* THE RANGES THE PIECES MUST COVER - EACH RANGE MUST START WHERE
* THE ONE BEFORE IT STOPS.  A CARD THAT DOES NOT MAKE SENSE STOPS
* THE RUN RATHER THAN MERGE THE WRONG ISSUERS, AND A CATCH-UP IS
* NEVER PARTITIONED.
    OPEN INPUT PN-CTL-FILE.
    READ PN-CTL-FILE AT END
   GO TO PCL-DONE.
    IF CU-DAY GREATER 0
   GO TO PCL-BAD.
    IF PCC-KEYWORD EQUAL TO 'SPLICE'
   GO TO PCL-SPLICE.
    PERFORM PN-CARD-CHK.
    IF PN-CARD-BAD EQUAL TO 'T'
   GO TO PCL-BAD.
    MOVE PCC-NO TO PN-NO.
    MOVE PCC-OF TO PN-OF.
    MOVE PCC-FROM TO PN-FROM.
    MOVE PCC-UPTO TO PN-UPTO.
    MOVE 'P' TO PN-MODE.
    MOVE PN-NO TO PNP-NO.
    MOVE PN-OF TO PNP-OF.
    MOVE PN-FROM TO PNP-FROM.
    MOVE PN-UPTO TO PNP-UPTO.
    IF PN-FROM EQUAL TO SPACES
   MOVE 'START' TO PNP-FROM.
    IF PN-UPTO EQUAL TO SPACES
   MOVE 'END' TO PNP-UPTO.
    MOVE +40 TO M.
    PERFORM WRITE-MESS.
    GO TO PCL-DONE.
PCL-SPLICE.
    IF PCC-OF-X NOT NUMERIC
   GO TO PCL-BAD.
    IF PCC-OF LESS 1 OR PCC-OF GREATER PN-MAX
   GO TO PCL-BAD.
    MOVE PCC-OF TO PN-OF.
    MOVE 0 TO PN-X.
PCL-SPLICE-CARD.
    READ PN-CTL-FILE AT END
   GO TO PCL-SPLICE-END.
    ADD 1 TO PN-X.
    IF PN-X GREATER PN-OF
   GO TO PCL-BAD.
    PERFORM PN-CARD-CHK.
    IF PN-CARD-BAD EQUAL TO 'T'
   GO TO PCL-BAD.
    IF PCC-NO NOT EQUAL TO PN-X OR PCC-OF NOT EQUAL TO PN-OF
   GO TO PCL-BAD.
* PN-UPTO HOLDS THE PREVIOUS CARD'S UP-TO ISSUER
    IF PN-X GREATER 1 AND PCC-FROM NOT EQUAL TO PN-UPTO
   GO TO PCL-BAD.
    MOVE PCC-FROM TO PN-E-FROM (PN-X).
    MOVE PCC-UPTO TO PN-E-UPTO (PN-X).
    MOVE PCC-UPTO TO PN-UPTO.
    GO TO PCL-SPLICE-CARD.
PCL-SPLICE-END.
    IF PN-X NOT EQUAL TO PN-OF
   GO TO PCL-BAD.
    MOVE SPACES TO PN-FROM, PN-UPTO.
    MOVE 'S' TO PN-MODE.
    GO TO PCL-DONE.
PCL-BAD.
    MOVE +39 TO M.
    PERFORM WRITE-MESS.
    MOVE SPACES TO PN-FROM, PN-UPTO.
    MOVE 1 TO BAD-NEWS.
PCL-DONE.
    CLOSE PN-CTL-FILE.
PCL-EXIT.           EXIT.
*
*********************************************************
*
PN-CARD-CHK SECTION.
PN-CARD-CHK-PARA.
* CHECK ONE PARTITION CARD: THE NUMBERS IN RANGE, FROM BLANK ON THE
* FIRST PARTITION AND ONLY THE FIRST, UP-TO BLANK ON THE LAST AND
* ONLY THE LAST, AND THE RANGE NOT EMPTY.  NEITHER BOUND MAY BE
* THE TRAILER KEY.
    MOVE 'T' TO PN-CARD-BAD.
    IF PCC-KEYWORD NOT EQUAL TO 'PARTITION'
   GO TO PCK-EXIT.
    IF PCC-NO-X NOT NUMERIC OR PCC-OF-X NOT NUMERIC
   GO TO PCK-EXIT.
    IF PCC-NO LESS 1 OR PCC-NO GREATER PCC-OF OR
   PCC-OF GREATER PN-MAX
   GO TO PCK-EXIT.
    IF PCC-NO EQUAL TO 1 AND PCC-FROM NOT EQUAL TO SPACES
   GO TO PCK-EXIT.
    IF PCC-NO GREATER 1 AND PCC-FROM EQUAL TO SPACES
   GO TO PCK-EXIT.
    IF PCC-NO EQUAL TO PCC-OF AND PCC-UPTO NOT EQUAL TO SPACES
   GO TO PCK-EXIT.
    IF PCC-NO LESS PCC-OF AND PCC-UPTO EQUAL TO SPACES
   GO TO PCK-EXIT.
    IF PCC-FROM EQUAL TO '999999' OR PCC-UPTO EQUAL TO '999999'
   GO TO PCK-EXIT.
    IF PCC-FROM NOT EQUAL TO SPACES AND
   PCC-UPTO NOT EQUAL TO SPACES AND
   PCC-FROM NOT LESS PCC-UPTO
   GO TO PCK-EXIT.
    MOVE 'F' TO PN-CARD-BAD.
PCK-EXIT.           EXIT.
*
*********************************************************
*
PN-RANGE-CHK SECTION.
PN-RANGE-CHK-PARA.
* PLACE THE KEY IN PN-KEY-WRK AGAINST THIS PARTITION'S ISSUER
* RANGE - BELOW IT, IN IT OR ABOVE IT.  EXCEPT ON A PARTITION STEP
* BOTH BOUNDS ARE BLANK AND EVERY KEY IS IN RANGE.
    MOVE 'I' TO PN-POS.
    IF PN-FROM NOT EQUAL TO SPACES AND PN-KEY-ISSUER LESS PN-FROM
   MOVE 'L' TO PN-POS.
    IF PN-UPTO NOT EQUAL TO SPACES AND
   PN-KEY-ISSUER NOT LESS PN-UPTO
   MOVE 'H' TO PN-POS.
PRC-EXIT.           EXIT.
*
*********************************************************
*
RUN-CTL-LOAD SECTION.
RUN-CTL-LOAD-PARA.
* READ THE RUN-CONTROL FILE AND OVERRIDE THE OPERATIONAL
    ELSE IF RC-KEYWORD EQUAL TO 'CAL-OVERRIDE'
   MOVE RC-VALUE TO CAL-OVERRIDE
   MOVE 'C' TO RC-SRC-CAL
    ELSE IF RC-KEYWORD EQUAL TO 'MF-SPIKE' AND
   RC-VALUE GREATER 100
   MOVE RC-VALUE TO MF-SPIKE-PCT
   MOVE 'C' TO RC-SRC-MFS
    ELSE
   MOVE +34 TO M
   PERFORM WRITE-MESS.
* READ IN THE FIRST OLD 216 RECORD
    PERFORM OLDTP-READ.

* A PARTITION STEP THAT PASSED OVER AN EARLIER PARTITION'S RECORDS
* PURGES THE 'C' STATUS RECORDS IT NOW FACES, AS THE SERIAL MERGE
* WOULD HAVE DONE READING ON FROM THE LAST OF THEM (SEE OLD-RTN)
    IF PN-OLD-SKIPPED EQUAL TO 'T'
   PERFORM PN-PRIME-PURGE.

    IF I-X-QSIP < O-X-QSIP
   MOVE I-X-QSIP TO O-X-QSIP.

      SEQ-ERR-FILE, CHG-ONLY-FILE, DIV-OVFL-FILE, CALL-HIST-FILE,
      DT-EXCP-FILE, VAL-EXCP-FILE, PRC-HIST-IN, PRC-HIST-OUT,
      HILO-FILE, OPT-WRK-FILE, ORPH-RPT-FILE, MAT-CAL-FILE,
      XDIV-ADJ-FILE, BOND-ANL-FILE, ID-HIST-FILE, MF-HIST-IN,
      MF-HIST-OUT, MF-PAYDN-FILE, MF-EXCP-FILE, PRINT-FILE.
    IF KM-OPENED
   CLOSE KEYED-MAST-FILE.
    IF PN-PARTITION-RUN
   CLOSE UND-JRNL-FILE.
CF-EXIT.           EXIT.
*
*********************************************************
    MOVE I-HIGH-ADJ TO HI-HIGH-ADJ.
SKIP-C.
    PERFORM OLDTP-READ.
    IF I-ISS-ST = 'C' AND NOT ENDOLDTP
   ADD +1 TO P-CNT
   PERFORM PURGE-DTL
   GO TO SKIP-C.
* A PARTITION STEP THAT HAS JUST READ PAST ITS RANGE JOURNALS THE
* PURGES WAITING JUST ABOVE IT, IN THE PLACE THE SERIAL MERGE
* WOULD HAVE MADE THEM
    IF PN-OLD-PAST EQUAL TO 'T'
   PERFORM PN-EDGE-PEEK.
ORTN-EXIT.           EXIT.
*
*********************************************************
* MARK THE TABLE ENTRY FOR THE END-OF-JOB RECONCILIATION.  ONLY
* STOCKS CAN BE EQUITY-OPTION UNDERLYINGS, SAME FILTER THE
* WRITE-OUTPUT MARKING USES.
* A PARTITION STEP JOURNALS THE PURGE FOR THE SPLICE STEP, EXCEPT
* THOSE AT THE START OF ITS RANGE, WHICH AN EARLIER PARTITION HAS
* ALREADY JOURNALED IN THEIR SERIAL PLACE (SEE PN-EDGE-PEEK).
    MOVE I-ISS-TYPE TO TEST-ISS-TYPE.
    IF NOT TEST-IS-STOCK
   GO TO PGD-EXIT.
    MOVE I-ISSUE-R TO UND-WRK-CUSIP.
    IF PN-PRIME-SW NOT EQUAL TO 'T'
   MOVE 'P' TO UJ-EVENT
   PERFORM UND-JRNL-OUT.
    PERFORM UND-LOOKUP.
    IF UND-FOUND
   MOVE 'P' TO UND-FATE (UND-X).
PGD-EXIT.           EXIT.
*
*********************************************************
      PERFORM SHOW-QSIP
      MOVE 'T' TO W-ENDOLDTP
      GO TO OR-EXIT.
* A PARTITION STEP PASSES OVER THE ISSUERS BELOW ITS RANGE AND
* STOPS AT THE FIRST ONE ABOVE IT, WHICH STAYS IN THE BUFFER AS
* THE HIGH KEY FOR THE MERGE THE WAY THE TRAILER DOES
    IF I-ISSUER NOT EQUAL TO '999999'
   MOVE I-X-QSIP TO PN-KEY-WRK
   PERFORM PN-RANGE-CHK
   IF PN-BELOW
      MOVE 'T' TO PN-OLD-SKIPPED
      GO TO OLDTP-READ-PARA
   ELSE IF PN-ABOVE
      MOVE 'T' TO W-ENDOLDTP
      MOVE 'T' TO PN-OLD-PAST
      GO TO OR-EXIT.
    IF I-ISSUER EQUAL TO '999999'
   MOVE 'T' TO W-ENDOLDTP
   PERFORM OLDTP-TRLR-CHK
* DOES SOME UPDATES TO OUTPUT 216 RECORD AND WRITES IT

    IF O-ISS-ST = 'E'
* DO NOT KEEP OLD RECORD ON EXCHANGE CHANGES, BUT LEAVE A ROW IN
* THE IDENTIFIER HISTORY POINTING TO THE NEW LISTING
   MOVE SPACES TO ID-HIST-LINE
   MOVE 'X' TO IDH-CHG-TYPE
   MOVE O-X-QSIP TO IDH-OLD-VAL
   MOVE IDW-XREF-QSIP TO IDH-NEW-VAL
   PERFORM ID-HIST-OUT
   MOVE SPACES TO IDW-HOLD
   MOVE 'F' TO MF-NEW-SW
   MOVE 'FFF' TO CHG-ACTIVITY-R
   MOVE 'T' TO REC-NOT-TRADED
   MOVE 'F' TO UND-OPT-FRESH
   MOVE 'FF' TO XDV-DONE-R
   GO TO WO-EXIT.

    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
   PERFORM CHK-DIV-RECS.

    PERFORM TRD-RT.
* A DIVIDEND GOING EX TONIGHT THAT THE PRICE PATH HAS NOT ALREADY
* TAKEN OUT OF THE ADJUSTED PREVIOUS CLOSE - AN UNTRADED STOCK, OR
* A DIVIDEND STAGED FROM TONIGHT'S FEED
    PERFORM XDIV-APC.
* YIELD TO MATURITY, YIELD TO CALL AND ACCRUED INTEREST FOR AN
* ACTIVE PRICED BOND
    PERFORM BOND-YLD.
    IF TEST-IS-STOCK
   IF NOT-TRADED
      NEXT SENTENCE
      MOVE O-ISSUE-R TO UND-WRK-CUSIP
      MOVE O-CLOSE TO UND-WRK-CLOSE
      MOVE 'C' TO UND-POST-FLD
      MOVE 'C' TO UJ-EVENT
      PERFORM UND-JRNL-OUT
      PERFORM UND-POST.
    IF O-DESCRIP-CHK EQUAL TO '9999' AND O-X-QSIP NOT EQUAL TO
          '9999999999'
    IF TEST-IS-EQUITY-OPTION
* FILL THE OPTION'S IAD AND UNDERLYING PRICE FROM THE
* UNDERLYING-SECURITY TABLE
   MOVE 'F' TO UJ-EVENT
   PERFORM UND-JRNL-OUT
   PERFORM UND-OPT-FILL.

* TRACK EACH OPTION UNDERLYING'S FATE FOR THE ORPHANED-OPTION
   NEXT SENTENCE
    ELSE IF TEST-IS-STOCK
   MOVE O-ISSUE-R TO UND-WRK-CUSIP
   MOVE 'S' TO UJ-EVENT
   PERFORM UND-JRNL-OUT
   PERFORM UND-LOOKUP
   IF UND-FOUND
      IF O-ISS-ST EQUAL TO '5' OR 'C'
* HIGH/LOW/FIRST-TRADED FIGURES
    IF O-X-QSIP NOT EQUAL TO '9999999999'
   PERFORM PH-POST.
* CARRY THE POOL-FACTOR HISTORY FORWARD TO THIS QSIP, ADD TONIGHT'S
* FACTOR AND REPORT THE PAYDOWN
    IF O-X-QSIP NOT EQUAL TO '9999999999'
   PERFORM MF-POST.
* FOLD THIS RECORD INTO THE NIGHTLY MARKET STATISTICS
    IF O-X-QSIP NOT EQUAL TO '9999999999'
   PERFORM MST-POST.
   MOVE 'F' TO ADD-A-REC.
    MOVE 'T' TO REC-NOT-TRADED.
    MOVE 'F' TO CAP-7, NOT-OLD-TRD, UND-OPT-FRESH.
    MOVE 'FF' TO XDV-DONE-R.
    MOVE SPACES TO IDW-HOLD.
    MOVE 'F' TO MF-NEW-SW.

WO-EXIT.
    EXIT.
      PERFORM SHOW-QSIP
      MOVE 'T' TO W-ENDUPD
      GO TO UR-EXIT.
* A PARTITION STEP KEEPS ONLY THE BULLETINS FOR ITS RANGE
    IF U-ISSUER NOT EQUAL TO '999999'
   MOVE U-X-QSIP TO PN-KEY-WRK
   PERFORM PN-RANGE-CHK
   IF PN-BELOW
      GO TO UPD-READ-PARA
   ELSE IF PN-ABOVE
      MOVE 'T' TO W-ENDUPD
      GO TO UR-EXIT.
    IF U-ISSUER EQUAL TO '999999'
   MOVE 'T' TO W-ENDUPD
   PERFORM UPD-TRLR-CHK
* VERIFY THE EOF TRAILER'S CONTROL TOTALS WHEN IT CARRIES THEM.
* A COUNT OR HASH MISMATCH IS A FATAL IMBALANCE - A MID-REEL READ
* FAILURE MUST NOT BE INDISTINGUISHABLE FROM A SHORT FILE.
* A PARTITION STEP HAS SEEN ONLY ITS OWN RANGE, SO IT KEEPS THE
* TRAILER FOR THE SPLICE STEP TO CHECK AGAINST THE ROLLED-UP
* TOTALS INSTEAD.
    IF PN-PARTITION-RUN
   MOVE IT-TRLR-ID TO PNT-IT-ID
   MOVE IT-REC-CNT TO PNT-IT-CNT
   MOVE IT-HASH TO PNT-IT-HASH
   GO TO OTC-EXIT.
    IF IT-TRLR-ID NOT EQUAL TO 'CT'
   GO TO OTC-EXIT.
    IF IT-REC-CNT NOT EQUAL TO W-OLDTP-CNT OR
*
UPD-TRLR-CHK SECTION.
UPD-TRLR-CHK-PARA.
    IF PN-PARTITION-RUN
   MOVE UT-TRLR-ID TO PNT-UT-ID
   MOVE UT-REC-CNT TO PNT-UT-CNT
   MOVE UT-HASH TO PNT-UT-HASH
   GO TO UTC-EXIT.
    IF UT-TRLR-ID NOT EQUAL TO 'CT'
   GO TO UTC-EXIT.
    IF UT-REC-CNT NOT EQUAL TO W-UPD-CNT OR
*
TRANS-TRLR-CHK SECTION.
TRANS-TRLR-CHK-PARA.
    IF PN-PARTITION-RUN
   MOVE TT-TRLR-ID TO PNT-TT-ID
   MOVE TT-REC-CNT TO PNT-TT-CNT
   MOVE TT-HASH TO PNT-TT-HASH
   GO TO TTC-EXIT.
    IF TT-TRLR-ID NOT EQUAL TO 'CT'
   GO TO TTC-EXIT.
    IF TT-REC-CNT NOT EQUAL TO W-TRANS-CNT OR
    MOVE U-ISSUE-R TO UND-WRK-CUSIP.
    MOVE W-IAD TO UND-WRK-IAD.
    MOVE 'I' TO UND-POST-FLD.
    MOVE 'I' TO UJ-EVENT.
    PERFORM UND-JRNL-OUT.
    PERFORM UND-POST.
I-6-EXIT.           EXIT.
*::::::::::::::::::::::::::::::::::::::::::::::::::::::::::
    ELSE IF UC-CON-IND = 3
   MOVE UC-ISSUE-2 TO O-ISSUE-2
    ELSE IF UC-CON-IND = 4
   MOVE SPACES TO ID-HIST-LINE
   MOVE O-X-TIC     TO IDH-OLD-VAL
   MOVE UC-TICK     TO O-X-TIC
   MOVE UC-SIC      TO O-SIC
   MOVE UC-ISS-TYPE TO O-ISS-TYPE
   MOVE UC-TRD-TYPE TO O-TRD-TYPE
   MOVE UC-ISS-ST   TO O-ISS-ST
   IF IDH-OLD-VAL NOT EQUAL TO SPACES AND
          UC-TICK NOT EQUAL TO SPACES AND
          IDH-OLD-VAL NOT EQUAL TO UC-TICK
* A TICKER CHANGE ON A SECURITY ALREADY CARRYING ONE
      MOVE 'T' TO IDH-CHG-TYPE
      MOVE UC-TICK TO IDH-NEW-VAL
      MOVE '4' TO IDH-SRC-CON
      PERFORM ID-HIST-OUT
   ELSE
      NEXT SENTENCE
    ELSE IF UC-CON-IND = 5
   MOVE UC-EXP-DT   TO O-EXP-DT
   MOVE UC-ADJ-FACT TO O-ADJ-FACT
STAT-CHNG-PARA.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    ADD 1 TO SCNG-CNT.
* HOLD THE HEAD BULLETIN FOR THE IDENTIFIER HISTORY
    MOVE U-REC-TYPE TO IDW-SRC-TYPE.
    MOVE U-ISS-ST TO IDW-SRC-ST.
    MOVE U-RPT-DT TO IDW-SRC-RPT-DT.
    MOVE U-EFCT-DT TO IDW-EFCT-RAW.
    IF U-ISS-ST NOT EQUAL TO 'G'
   MOVE U-ISS-ST TO O-ISS-ST.
    IF U-HAS-CONT
    ELSE
   NEXT SENTENCE.
    IF U-HAS-XREF
   PERFORM ID-XREF-HIST
   MOVE U-XREF-ISSUER TO O-XREFQSIP
    ELSE IF U-HAS-UCUS
   MOVE U-XREF-QSIP TO O-OP-UCUS.
      PERFORM SHOW-QSIP
      MOVE 'T' TO W-ENDTRANS
      GO TO TR-EXIT.
* A PARTITION STEP KEEPS ONLY THE TRANSACTIONS FOR ITS RANGE
    IF T-ISSUER NOT EQUAL TO '999999'
   MOVE T-X-QSIP TO PN-KEY-WRK
   PERFORM PN-RANGE-CHK
   IF PN-BELOW
      GO TO TRANS-READ-PARA
   ELSE IF PN-ABOVE
      MOVE 'T' TO W-ENDTRANS
      GO TO TR-EXIT.
    IF T-ISSUER EQUAL TO '999999'
   MOVE 'T' TO W-ENDTRANS
   PERFORM TRANS-TRLR-CHK
PRICE-REC-PROC SECTION.
PRICE-REC-PROC-PARA.
*
* A DIVIDEND GOING EX ON THE LABEL DATE IS TAKEN OUT OF THE
* ADJUSTED PREVIOUS CLOSE (XDIV-APC) BEFORE THE PRICE-MOVE CHECK.
* FURTHER TESTING FOR CONDITIONS OF TRD -TYPE GOING FROM
* 0-9 OR 8-9 ALSO CHECK FUTURE-REC-PROC
*
          (T-TRD-TYPE EQUAL TO '9')
      PERFORM PRICE-CAL
      PERFORM TRD-APC
      PERFORM XDIV-APC
      PERFORM PRICE-MOVE-CHK
   ELSE
      PERFORM TRD-APC
      PERFORM PRICE-CAL
      PERFORM XDIV-APC
      PERFORM PRICE-MOVE-CHK.
    ADD 1 TO PR-CNT.
PRP-EXIT.           EXIT.
*
*********************************************************
*
ID-XREF-HIST SECTION.
ID-XREF-HIST-PARA.
* A STATUS BULLETIN CARRYING A CUSIP CROSS-REFERENCE.  THE CROSS-
* REFERENCE TAKES THE UNIQUE AND EXCHANGE CODES OF THE OLD QSIP
* WHEN THE BULLETIN LEAVES THEM BLANK.  IT IS HELD FOR AN EXCHANGE
* MOVE, WHICH WRITE-OUTPUT RECORDS WHEN IT DROPS THE OLD LISTING;
* ANY OTHER STATUS GOES TO THE HISTORY NOW.
    IF U-XREF-QSIP EQUAL TO SPACES
   GO TO IXH-EXIT.
    MOVE U-XREF-QSIP TO IDW-XREF-QSIP.
    MOVE U-XREF-UNQ-CD TO IDW-XREF-UNQ-CD.
    MOVE U-XREF-X-CD TO IDW-XREF-X-CD.
    IF U-XREF-UNQ-CD EQUAL TO SPACE
   MOVE O-UNQ-CD TO IDW-XREF-UNQ-CD.
    IF U-XREF-X-CD EQUAL TO SPACE
   MOVE O-X-CD TO IDW-XREF-X-CD.
    IF U-ISS-ST EQUAL TO 'E'
   GO TO IXH-EXIT.
    MOVE SPACES TO ID-HIST-LINE.
    MOVE 'C' TO IDH-CHG-TYPE.
    MOVE O-X-QSIP TO IDH-OLD-VAL.
    MOVE IDW-XREF-QSIP TO IDH-NEW-VAL.
    PERFORM ID-HIST-OUT.
IXH-EXIT.           EXIT.
*
*********************************************************
*
ID-HIST-OUT SECTION.
ID-HIST-OUT-PARA.
* APPEND ONE ROW TO THE CUMULATIVE IDENTIFIER HISTORY.  THE CALLER
* CLEARS ID-HIST-LINE AND MOVES IN THE CHANGE TYPE, THE OLD AND NEW
* VALUES AND, FOR A CONTINUATION, ITS NUMBER; THE DATES, THE
* SECURITY AND THE HEAD BULLETIN COME FROM HERE.
    MOVE PH-TODAY-DT TO IDW-TODAY.
    IF IDW-EFCT-RAW NOT NUMERIC OR IDW-EFCT-MM LESS 1 OR
          IDW-EFCT-MM GREATER 12 OR IDW-EFCT-DD LESS 1 OR
          IDW-EFCT-DD GREATER 31
   MOVE IDW-TODAY TO IDH-EFCT-DT
   GO TO IHO-SRC.
    DIVIDE IDW-TDY-YYYY BY 10 GIVING IDW-Q REMAINDER IDW-R.
    COMPUTE IDW-YYYY = IDW-TDY-YYYY - IDW-R + IDW-EFCT-Y.
    IF IDW-YYYY GREATER IDW-TDY-YYYY + 1
   SUBTRACT 10 FROM IDW-YYYY.
    COMPUTE IDH-EFCT-DT = (IDW-YYYY * 10000) +
         (IDW-EFCT-MM * 100) + IDW-EFCT-DD.
IHO-SRC.
    IF IDH-SRC-CON EQUAL TO SPACE
   MOVE '0' TO IDH-SRC-CON.
    MOVE IDW-SRC-TYPE TO IDH-SRC-TYPE.
    MOVE IDW-SRC-ST TO IDH-SRC-ST.
    MOVE IDW-SRC-RPT-DT TO IDH-SRC-RPT-DT.
    MOVE O-X-QSIP TO IDH-QSIP.
    MOVE O-X-TIC TO IDH-TIC.
    MOVE HDR-DT TO IDH-RUN-DT.
    ADD +1 TO IDH-CNT.
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE
   WRITE ID-HIST-REC FROM ID-HIST-LINE.
IHO-EXIT.           EXIT.
*
*********************************************************
*
MTG-REC-PROC SECTION.
MTG-REC-PROC-PARA.
* UPDATE THE MORTGAGE POOL DATA FROM A MORTGAGE 'S' RECORD.  THE
    PERFORM TRANS-DT-FIX.
    IF DT-FIX-FAILED
   GO TO MTG-REC-PROC-EXIT.
* KEEP THE POOL AS IT STOOD BEFORE TONIGHT'S FIRST FACTOR, FOR THE
* PAYDOWN REPORT WHEN THE HISTORY HAS NOTHING ON THE POOL YET
    IF MF-NEW-FACTOR
   NEXT SENTENCE
    ELSE IF O-MTG-FACTOR NUMERIC AND O-MTG-FACTOR-DT NUMERIC AND
      O-MTG-WAC NUMERIC AND O-MTG-WAM NUMERIC
   MOVE O-MTG-FACTOR TO MF-MAST-FACTOR
   MOVE O-MTG-FACTOR-DT TO MF-MAST-DT
   MOVE O-MTG-WAC TO MF-MAST-WAC
   MOVE O-MTG-WAM TO MF-MAST-WAM
    ELSE
   MOVE 0 TO MF-MAST-FACTOR, MF-MAST-DT, MF-MAST-WAC, MF-MAST-WAM.
    MOVE 'T' TO MF-NEW-SW.
    COMPUTE MF-NEW-DT = (WS-D-YYYY * 10000) + (WS-D-MM * 100) +
      WS-D-DD.
    MOVE M-ECODE       TO O-MTG-ECODE.
    MOVE M-FACTOR      TO O-MTG-FACTOR.
    MOVE WS-DT-N       TO O-MTG-FACTOR-DT.
*
*********************************************************
*
XDIV-APC SECTION.
XDIV-APC-PARA.
* TAKE A DIVIDEND GOING EX TONIGHT OUT OF THE ADJUSTED PREVIOUS
* CLOSE, SO THE FIRST NET CHANGE ON THE EX-DATE IS NOT A FALSE
* DECLINE EQUAL TO THE DISTRIBUTION.  EVERY STOCK DIVIDEND SLOT
* WHOSE EX-DISTRIBUTION DATE IS THE LABEL DATE IS APPLIED ONCE PER
* RECORD BY XDIV-ONE.  MORTGAGE POOLS CARRY NO DIVIDEND AREAS.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    IF NOT TEST-IS-STOCK OR O-X-CD EQUAL TO 'Q'
   GO TO XDA-EXIT.
    MOVE +1 TO XDV-X.
XDA-SLOT-LOOP.
    IF XDV-X GREATER 2
   GO TO XDA-EXIT.
    IF XDV-DONE (XDV-X) EQUAL TO 'T' OR
          O-DIV-XDIS-DT (XDV-X) NOT EQUAL TO HDR-DT
   ADD +1 TO XDV-X
   GO TO XDA-SLOT-LOOP.
    MOVE 'T' TO XDV-DONE (XDV-X).
    PERFORM XDIV-ONE.
    ADD +1 TO XDV-X.
    GO TO XDA-SLOT-LOOP.
XDA-EXIT.           EXIT.
*
*********************************************************
*
XDIV-ONE SECTION.
XDIV-ONE-PARA.
* ADJUST THE ADJUSTED PREVIOUS CLOSE FOR THE DIVIDEND IN SLOT
* XDV-X BY ITS PAYMENT METHOD:
*   CASH      - LESS THE DIVIDEND AMOUNT
*   STOCK     - DIVIDED BY 1 PLUS THE RATE, AS FOR A SPLIT
*   SPECIAL   - LESS THE AMOUNT WHEN THE FEED VALUES IT; A SPECIAL
*               WITH NO AMOUNT (DISTRIBUTION IN KIND) CANNOT BE
*               VALUED HERE AND IS LEFT FOR THE DESK
* A DIVIDEND NOT LESS THAN THE CLOSE IS TAKEN TO BE A FEED ERROR
* AND IS NOT APPLIED, AND A RESULT THAT WILL NOT FIT THE STOCK'S
* PREVIOUS CLOSE IS NOT STORED.  EVERY EX-DATE DIVIDEND GOES TO THE
* ADJUSTMENT FILE, APPLIED OR NOT, WITH A NOTE ON THE ONES LEFT
* FOR REVIEW.
    MOVE SPACES TO XDV-NOTE.
    MOVE O-DIV-PAY-MTD (XDV-X) TO XDV-PAY-MTD.
    MOVE 0 TO XDV-OLD-HO.
    MOVE O-ADJ-PREV-CLOSE TO XDV-OLD-LO.
    MOVE XDV-OLD-APC TO XDV-NEW-APC.
    IF XDV-CASH
   MOVE 'CASH' TO XDV-TYPE-WORD
    ELSE IF XDV-STOCK
   MOVE 'STOCK' TO XDV-TYPE-WORD
    ELSE IF XDV-SPECIAL
   MOVE 'SPCL' TO XDV-TYPE-WORD
    ELSE
   MOVE SPACES TO XDV-TYPE-WORD.
    IF XDV-OLD-APC EQUAL TO 0
   MOVE 'NO PREVIOUS CLOSE' TO XDV-NOTE
    ELSE IF O-DIV-AMT (XDV-X) EQUAL TO 0
   MOVE 'NO AMOUNT - REVIEW' TO XDV-NOTE
    ELSE IF XDV-STOCK
   COMPUTE XDV-NEW-APC ROUNDED = XDV-OLD-APC /
        (1 + (O-DIV-AMT (XDV-X) / 100))
    ELSE IF XDV-CASH OR XDV-SPECIAL
   IF O-DIV-AMT (XDV-X) LESS XDV-OLD-APC
      COMPUTE XDV-NEW-APC = XDV-OLD-APC - O-DIV-AMT (XDV-X)
   ELSE
      MOVE 'AMOUNT NOT < CLOSE' TO XDV-NOTE
    ELSE
   MOVE 'UNKNOWN PAY METHOD' TO XDV-NOTE.
    IF XDV-NOTE EQUAL TO SPACES AND XDV-NEW-HO NOT EQUAL TO 0
   MOVE 'OVER 10K - REVIEW' TO XDV-NOTE.
    IF XDV-NOTE EQUAL TO SPACES
   MOVE XDV-NEW-LO TO O-ADJ-PREV-CLOSE
   ADD +1 TO XDIV-CNT
    ELSE
   ADD +1 TO XDIV-RVW-CNT.
    MOVE SPACES TO XDIV-ADJ-LINE.
    MOVE O-X-QSIP TO XDL-QSIP.
    MOVE XDV-X TO XDL-SLOT.
    MOVE XDV-PAY-MTD TO XDL-PAY-MTD.
    MOVE XDV-TYPE-WORD TO XDL-TYPE.
    MOVE XDV-OLD-APC TO XDL-OLD-APC.
    MOVE O-DIV-AMT (XDV-X) TO XDL-DIV-AMT.
    MOVE XDV-NEW-APC TO XDL-NEW-APC.
    MOVE XDV-NOTE TO XDL-NOTE.
    WRITE XDIV-ADJ-REC FROM XDIV-ADJ-LINE.
XD1-EXIT.           EXIT.
*
*********************************************************
*
BOND-YLD SECTION.
BOND-YLD-PARA.
* YIELD TO MATURITY AND YIELD TO CALL FOR EVERY ACTIVE BOND THAT
* WAS PRICED TONIGHT, WITH ACCRUED INTEREST SINCE THE LAST COUPON.
* THE PRICE IS PICKED BY THE SAME RULES AS THE CURRENT YIELD IN
* TRD-RT (BY-PRICE-SET).  PAYMENT FREQUENCY O-BD-PMT-FQ IS '1'
* ANNUAL, '2' SEMI-ANNUAL, '4' QUARTERLY, 'M' MONTHLY; ANY OTHER
* CODE IS TAKEN AS SEMI-ANNUAL.  YIELD TO CALL IS WORKED ONLY WHEN
* THE BOND CARRIES A CALL DATE AFTER TONIGHT AND A CALL PRICE.
* FLAT BONDS, BONDS WITH NO GOOD MATURITY DATE, BONDS WITH NO PRICE
* AND YIELDS THAT WILL NOT SOLVE GO TO THE ZERO-YIELD EXCEPTION FILE
* WITH BOTH YIELDS ZEROED.  MORTGAGE POOLS ARE LEFT ALONE.
    MOVE O-ISS-TYPE TO TEST-ISS-TYPE.
    IF NOT TEST-IS-BOND OR O-X-CD EQUAL TO 'Q' OR NOT-TRADED
   GO TO BYD-EXIT.
    IF NOT (O-ISS-ST = '0' OR '1' OR '3' OR '4' OR '6' OR
            '8' OR '9')
   GO TO BYD-EXIT.
    MOVE 0 TO O-YIELD-2-MAT, O-YIELD-2-CALL.
    IF (O-UNQ-CD EQUAL TO 'U' OR 'Z')
   MOVE 'FLAT - NO YIELD TO MATURITY' TO ZY-REASON
   GO TO BYD-EXCP.
    IF O-MAT-DT NOT NUMERIC OR O-MAT-YYYY EQUAL TO 0 OR
          O-MAT-MM LESS 1 OR O-MAT-MM GREATER 12 OR
          O-MAT-DD LESS 1 OR O-MAT-DD GREATER 31
   MOVE 'NO MATURITY DATE - NO YTM' TO ZY-REASON
   GO TO BYD-EXCP.
    PERFORM BY-PRICE-SET.
    IF BY-PRICE EQUAL TO 0
   MOVE 'ZERO PRICE - NO YTM' TO ZY-REASON
   GO TO BYD-EXCP.
    MOVE PH-TODAY-DT TO BY-TODAY.
    MOVE O-MAT-YYYY TO BY-END-YYYY.
    MOVE O-MAT-MM TO BY-END-MM.
    MOVE O-MAT-DD TO BY-END-DD.
    IF BY-END-KEY NOT GREATER BY-TODAY
   MOVE 'AT OR PAST MATURITY - NO YTM' TO ZY-REASON
   GO TO BYD-EXCP.
    IF O-BD-PMT-FQ EQUAL TO '1'
   MOVE 1 TO BY-FREQ
    ELSE IF O-BD-PMT-FQ EQUAL TO '4'
   MOVE 4 TO BY-FREQ
    ELSE IF O-BD-PMT-FQ EQUAL TO 'M'
   MOVE 12 TO BY-FREQ
    ELSE
   MOVE 2 TO BY-FREQ.
    DIVIDE 12 BY BY-FREQ GIVING BY-MOS.
    DIVIDE 360 BY BY-FREQ GIVING BY-E.
    DIVIDE O-COUP-RATE BY BY-FREQ GIVING BY-CPN.
* MATURITY SCHEDULE - GIVES THE ACCRUED INTEREST AND THE YTM
    PERFORM BY-SCHED.
    COMPUTE BY-DIRTY = BY-PRICE + BY-AI.
    MOVE SPACES TO BOND-ANL-LINE.
    MOVE O-X-QSIP TO BAL-QSIP.
    MOVE O-X-TIC TO BAL-TIC.
    MOVE O-X-CD TO BAL-X-CD.
    MOVE O-TRD-TYPE TO BAL-TRD-TYPE.
    MOVE BY-PRC-SRC TO BAL-PRC-SRC.
    MOVE BY-PRICE TO BAL-PRICE.
    MOVE O-COUP-RATE TO BAL-COUP-RATE.
    MOVE BY-END-KEY TO BAL-MAT-DT.
    MOVE O-BD-PMT-FQ TO BAL-PMT-FQ.
    COMPUTE BAL-ACCR-INT ROUNDED = BY-AI.
    MOVE BY-A TO BAL-ACCR-DAYS.
    MOVE BY-CPN-KEY TO BAL-PCD.
    MOVE BY-NCD-KEY TO BAL-NCD.
    MOVE BY-N TO BAL-CPN-LEFT.
    COMPUTE BAL-DIRTY ROUNDED = BY-DIRTY.
    MOVE 0 TO BAL-YTM, BAL-CALL-DT, BAL-CALL-PRICE, BAL-YTC.
    MOVE HDR-DT TO BAL-RUN-DT.
    MOVE 100 TO BY-REDEMP.
    PERFORM BY-SOLVE.
    IF BY-SOLVED
   MOVE BY-YLD TO O-YIELD-2-MAT
   MOVE BY-YLD TO BAL-YTM
   ADD +1 TO BDYLD-CNT
    ELSE
   ADD +1 TO BDYLD-EXC-CNT
   MOVE 'YTM OUT OF RANGE' TO ZY-REASON
   PERFORM ZY-EXCP.
* CALL SCHEDULE - WORKED AS IF THE BOND MATURED ON THE CALL DATE AT
* THE CALL PRICE.  CALL DATES ARE MMDDYY, WINDOWED AT 1970.
    IF O-CALL-DATE NOT NUMERIC OR O-CALL-DATE EQUAL TO 0 OR
          O-CALL-PRICE NOT NUMERIC OR O-CALL-PRICE EQUAL TO 0
   GO TO BYD-WRITE.
    MOVE O-CALL-DATE TO BY-CALL-N.
    IF BY-CALL-MM LESS 1 OR BY-CALL-MM GREATER 12 OR
          BY-CALL-DD LESS 1 OR BY-CALL-DD GREATER 31
   GO TO BYD-WRITE.
    COMPUTE BY-END-YYYY = BY-CALL-YY + 1900.
    IF BY-END-YYYY LESS 1970
   ADD 100 TO BY-END-YYYY.
    MOVE BY-CALL-MM TO BY-END-MM.
    MOVE BY-CALL-DD TO BY-END-DD.
    IF BY-END-KEY NOT GREATER BY-TODAY OR
          BY-END-KEY NOT LESS BAL-MAT-DT
   GO TO BYD-WRITE.
    MOVE BY-END-KEY TO BAL-CALL-DT.
    MOVE O-CALL-PRICE TO BAL-CALL-PRICE.
    PERFORM BY-SCHED.
    COMPUTE BY-DIRTY = BY-PRICE + BY-AI.
    MOVE O-CALL-PRICE TO BY-REDEMP.
    PERFORM BY-SOLVE.
    IF BY-SOLVED
   MOVE BY-YLD TO O-YIELD-2-CALL
   MOVE BY-YLD TO BAL-YTC
    ELSE
   ADD +1 TO BDYLD-EXC-CNT
   MOVE 'YTC OUT OF RANGE' TO ZY-REASON
   PERFORM ZY-EXCP.
BYD-WRITE.
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE
   WRITE BOND-ANL-REC FROM BOND-ANL-LINE.
    GO TO BYD-EXIT.
BYD-EXCP.
    ADD +1 TO BDYLD-EXC-CNT.
    PERFORM ZY-EXCP.
BYD-EXIT.           EXIT.
*
*********************************************************
*
BY-PRICE-SET SECTION.
BY-PRICE-SET-PARA.
* PICK THE PRICE THE YIELDS ARE WORKED FROM, AS TRD-RT DOES FOR THE
* CURRENT YIELD.  BY-PRC-SRC IS 'B' FOR THE BID (O-LOW), 'C' FOR THE
* CLOSE AND 'A' FOR THE ADJUSTED PREVIOUS CLOSE.  OTHER EXCHANGES
* USE THE CLOSE, THEN THE BID.
    MOVE 0 TO BY-PRICE.
    MOVE SPACE TO BY-PRC-SRC.
    IF O-X-CD = 'L' OR 'M'
   IF (O-TRD-TYPE EQUAL TO '8' OR 'A') AND O-LOW NOT EQUAL TO 0
      MOVE 'B' TO BY-PRC-SRC
   ELSE IF O-TRD-TYPE EQUAL TO '9'
      IF O-VOL EQUAL TO 0 AND O-LOW NOT EQUAL TO 0
         MOVE 'B' TO BY-PRC-SRC
      ELSE IF O-CLOSE NOT EQUAL TO 0
         MOVE 'C' TO BY-PRC-SRC
      ELSE
         NEXT SENTENCE
   ELSE IF O-VOL EQUAL TO 0 AND
          O-TRD-TYPE NOT EQUAL TO '0' AND
          O-LOW NOT EQUAL TO 0
      MOVE 'B' TO BY-PRC-SRC
   ELSE IF O-CLOSE NOT EQUAL TO 0
      MOVE 'C' TO BY-PRC-SRC
   ELSE
      NEXT SENTENCE
    ELSE IF O-X-CD EQUAL TO 'N' OR 'O' OR 'P' OR
               'S' OR 'X'
   IF O-TRD-TYPE EQUAL TO '9' AND
      O-ADJ-PREV-CLOSE NOT EQUAL TO 0
      MOVE 'A' TO BY-PRC-SRC
   ELSE IF O-LOW NOT EQUAL TO 0
      MOVE 'B' TO BY-PRC-SRC
   ELSE IF O-CLOSE NOT EQUAL TO 0
      MOVE 'C' TO BY-PRC-SRC
   ELSE
      NEXT SENTENCE
    ELSE IF O-CLOSE NOT EQUAL TO 0
   MOVE 'C' TO BY-PRC-SRC
    ELSE IF O-LOW NOT EQUAL TO 0
   MOVE 'B' TO BY-PRC-SRC.
    IF BY-PRC-SRC EQUAL TO 'B'
   MOVE O-LOW TO BY-PRICE
    ELSE IF BY-PRC-SRC EQUAL TO 'C'
   MOVE O-CLOSE TO BY-PRICE
    ELSE IF BY-PRC-SRC EQUAL TO 'A'
   MOVE O-ADJ-PREV-CLOSE TO BY-PRICE.
BPS-EXIT.           EXIT.
*
*********************************************************
*
BY-SCHED SECTION.
BY-SCHED-PARA.
* STEP BACK FROM THE END DATE IN BY-END-DATE ONE COUPON PERIOD
* (BY-MOS MONTHS) AT A TIME UNTIL THE COUPON DATE IS NOT AFTER
* TONIGHT.  THE DAY OF THE MONTH FOLLOWS THE END DATE, CUT BACK TO
* THE LENGTH OF SHORTER MONTHS.  LEAVES THE COUPONS STILL TO BE
* PAID IN BY-N, THE PREVIOUS COUPON DATE IN BY-CPN-DATE, THE NEXT
* IN BY-NCD-KEY, THE 30/360 DAYS ACCRUED IN BY-A, THE DAYS TO THE
* NEXT COUPON IN BY-DSC AND THE ACCRUED INTEREST IN BY-AI.
    MOVE BY-END-DATE TO BY-CPN-DATE.
    MOVE BY-END-KEY TO BY-NCD-KEY.
    MOVE 0 TO BY-N.
BYS-STEP.
    IF BY-CPN-KEY NOT GREATER BY-TODAY
   GO TO BYS-DAYS.
    ADD 1 TO BY-N.
    MOVE BY-CPN-KEY TO BY-NCD-KEY.
    COMPUTE BY-W-MM = BY-CPN-MM - BY-MOS.
    IF BY-W-MM LESS 1
   ADD 12 TO BY-W-MM
   SUBTRACT 1 FROM BY-CPN-YYYY.
    MOVE BY-W-MM TO BY-CPN-MM.
    MOVE BY-END-DD TO BY-CPN-DD.
    MOVE MC-MONTH-LEN (BY-CPN-MM) TO BY-W-LEN.
    IF BY-CPN-MM EQUAL TO 2
   DIVIDE BY-CPN-YYYY BY 4 GIVING BY-W-Q REMAINDER BY-W-R
   IF BY-W-R EQUAL TO 0
      MOVE 29 TO BY-W-LEN.
    IF BY-CPN-DD GREATER BY-W-LEN
   MOVE BY-W-LEN TO BY-CPN-DD.
    GO TO BYS-STEP.
BYS-DAYS.
* 30/360 - A 31ST COUNTS AS THE 30TH, AND TONIGHT'S 31ST ONLY WHEN
* THE COUPON FELL ON THE 30TH OR 31ST
    MOVE BY-CPN-DD TO BY-D1.
    IF BY-D1 EQUAL TO 31
   MOVE 30 TO BY-D1.
    MOVE BY-TDY-DD TO BY-D2.
    IF BY-D2 EQUAL TO 31 AND BY-D1 EQUAL TO 30
   MOVE 30 TO BY-D2.
    COMPUTE BY-A = ((BY-TDY-YYYY - BY-CPN-YYYY) * 360) +
         ((BY-TDY-MM - BY-CPN-MM) * 30) + (BY-D2 - BY-D1).
    IF BY-A LESS 0
   MOVE 0 TO BY-A.
    IF BY-A NOT LESS BY-E
   COMPUTE BY-A = BY-E - 1.
    COMPUTE BY-DSC = BY-E - BY-A.
    COMPUTE BY-AI = BY-CPN * BY-A / BY-E.
BYS-EXIT.           EXIT.
*
*********************************************************
*
BY-SOLVE SECTION.
BY-SOLVE-PARA.
* SOLVE FOR THE ANNUAL YIELD THAT DISCOUNTS THE REMAINING COUPONS
* AND BY-REDEMP BACK TO THE DIRTY PRICE (PRICE PLUS ACCRUED).  IN
* THE LAST COUPON PERIOD THE YIELD IS SIMPLE INTEREST; OTHERWISE
* IT IS FOUND BY HALVING THE RANGE 0 - 99.999 PERCENT 40 TIMES.
* BY-SOLVED IS LEFT OFF WHEN THE YIELD FALLS OUTSIDE THAT RANGE.
    MOVE 'F' TO BY-SOLVE-SW.
    MOVE 0 TO BY-YLD.
    IF BY-N GREATER 1
   GO TO BYV-BISECT.
    COMPUTE BY-Y-S = ((BY-REDEMP + BY-CPN - BY-DIRTY) / BY-DIRTY)
         * BY-FREQ * BY-E / BY-DSC.
    IF BY-Y-S LESS 0 OR BY-Y-S NOT LESS 0.99999
   GO TO BYV-EXIT.
    COMPUTE BY-YLD ROUNDED = BY-Y-S * 100.
    MOVE 'T' TO BY-SOLVE-SW.
    GO TO BYV-EXIT.
BYV-BISECT.
* PRESENT VALUE FALLS AS THE YIELD RISES, SO THE DIRTY PRICE MUST
* LIE BETWEEN THE VALUES AT THE TWO ENDS OF THE RANGE
    MOVE 0.000001 TO BY-LO.
    MOVE 0.99999 TO BY-HI.
    MOVE BY-LO TO BY-Y.
    PERFORM BY-PRES-VAL.
    IF BY-PV LESS BY-DIRTY
   GO TO BYV-EXIT.
    MOVE BY-HI TO BY-Y.
    PERFORM BY-PRES-VAL.
    IF BY-PV GREATER BY-DIRTY
   GO TO BYV-EXIT.
    MOVE 0 TO BY-ITER.
BYV-LOOP.
    IF BY-ITER NOT LESS 40
   GO TO BYV-DONE.
    ADD 1 TO BY-ITER.
    COMPUTE BY-Y = (BY-LO + BY-HI) / 2.
    PERFORM BY-PRES-VAL.
    IF BY-PV GREATER BY-DIRTY
   MOVE BY-Y TO BY-LO
    ELSE
   MOVE BY-Y TO BY-HI.
    GO TO BYV-LOOP.
BYV-DONE.
    COMPUTE BY-YLD ROUNDED = ((BY-LO + BY-HI) / 2) * 100.
    MOVE 'T' TO BY-SOLVE-SW.
BYV-EXIT.           EXIT.
*
*********************************************************
*
BY-PRES-VAL SECTION.
BY-PRES-VAL-PARA.
* DIRTY PRICE AT ANNUAL YIELD BY-Y - THE BY-N COUPONS AND THE
* REDEMPTION, DISCOUNTED PER PERIOD BY V = 1 / (1 + BY-Y/BY-FREQ),
* THE FIRST COUPON BY-DSC/BY-E OF A PERIOD AWAY.
    COMPUTE BY-V ROUNDED = 1 / (1 + (BY-Y / BY-FREQ)).
    COMPUTE BY-VN ROUNDED = BY-V ** BY-N.
    COMPUTE BY-VF ROUNDED = BY-V ** (BY-DSC / BY-E).
    COMPUTE BY-PV-CPNS ROUNDED = BY-CPN * (1 - BY-VN) / (1 - BY-V).
    COMPUTE BY-PV-RED ROUNDED = BY-REDEMP * BY-VN / BY-V.
    COMPUTE BY-PV ROUNDED = BY-VF * (BY-PV-CPNS + BY-PV-RED).
BYP-EXIT.           EXIT.
*
*********************************************************
*
TRANS-DT-FIX   SECTION.
TRANS-DT-FIX-PARA.
    MOVE 'F' TO DT-FIX-SW.
    READ PRC-HIST-IN INTO PH-REC-WRK AT END
   MOVE 'T' TO PH-END-SW
   GO TO PHR-EXIT.
* A PARTITION STEP CARRIES ONLY THE HISTORY FOR ITS RANGE
    MOVE PH-QSIP TO PN-KEY-WRK.
    PERFORM PN-RANGE-CHK.
    IF PN-BELOW
   GO TO PH-READ-PARA.
    IF PN-ABOVE
   MOVE 'T' TO PH-END-SW
   GO TO PHR-EXIT.
    IF PH-QSIP LESS SEQ-PREV-HIST
   MOVE 'PRHISTI' TO SEQ-FILE-NAME
   MOVE SEQ-PREV-HIST TO SEQ-PREV-KEY
*
*********************************************************
*
MF-READ SECTION.
MF-READ-PARA.
* READ THE NEXT OLD POOL-FACTOR HISTORY RECORD INTO THE WORK AREA,
* WITH THE SAME ASCENDING-SEQUENCE CHECK AS THE PRICE HISTORY
    IF MF-END
   GO TO MFR-EXIT.
    READ MF-HIST-IN INTO MF-REC-WRK AT END
   MOVE 'T' TO MF-END-SW
   GO TO MFR-EXIT.
* LIKEWISE THE POOL FACTORS FOR A PARTITION STEP'S RANGE ONLY
    MOVE MF-QSIP TO PN-KEY-WRK.
    PERFORM PN-RANGE-CHK.
    IF PN-BELOW
   GO TO MF-READ-PARA.
    IF PN-ABOVE
   MOVE 'T' TO MF-END-SW
   GO TO MFR-EXIT.
    IF MF-QSIP LESS SEQ-PREV-MFH
   MOVE 'MFHISTI' TO SEQ-FILE-NAME
   MOVE SEQ-PREV-MFH TO SEQ-PREV-KEY
   MOVE MF-QSIP TO SEQ-NEW-KEY
   PERFORM SEQ-ERR-OUT.
    MOVE MF-QSIP TO SEQ-PREV-MFH.
MFR-EXIT.           EXIT.
*
*********************************************************
*
MF-POST SECTION.
MF-POST-PARA.
* MERGE THE POOL-FACTOR HISTORY FORWARD TO THE CURRENT OUTPUT
* RECORD.  HISTORY FOR QSIPS NO LONGER ON THE MASTER IS COPIED
* THROUGH UNCHANGED.  THE CURRENT QSIP'S HISTORY IS COPIED, AND ITS
* LAST FACTOR AND RECENT PAYDOWNS ARE NOTED ON THE WAY.  WHEN AN
* 'S' RECORD BROUGHT A NEW FACTOR TONIGHT IT IS CHECKED AGAINST THE
* PRIOR FACTOR, REPORTED, AND APPENDED WHEN ITS DATE ADVANCED.
    MOVE 'F' TO MF-PRI-SW.
    MOVE 0 TO MF-PD-N.
    MOVE 0 TO MF-PRI-DT, MF-PRI-FACTOR, MF-PRI-WAC, MF-PRI-WAM.
MFP-PASS-LOOP.
    IF MF-END
   GO TO MFP-GROUP.
    IF MF-QSIP LESS O-X-QSIP
   PERFORM MF-KEEP
   PERFORM MF-READ
   GO TO MFP-PASS-LOOP.
MFP-GROUP.
    IF MF-END
   GO TO MFP-TONIGHT.
    IF MF-QSIP NOT EQUAL TO O-X-QSIP
   GO TO MFP-TONIGHT.
    IF MF-HAVE-PRIOR AND MF-PRI-FACTOR GREATER 0
   COMPUTE MF-PCT ROUNDED =
      (MF-PRI-FACTOR - MF-FACTOR) * 100 / MF-PRI-FACTOR
   PERFORM MF-PD-ADD.
    MOVE 'T' TO MF-PRI-SW.
    MOVE MF-DT TO MF-PRI-DT.
    MOVE MF-FACTOR TO MF-PRI-FACTOR.
    MOVE MF-WAC TO MF-PRI-WAC.
    MOVE MF-WAM TO MF-PRI-WAM.
    PERFORM MF-KEEP.
    PERFORM MF-READ.
    GO TO MFP-GROUP.
MFP-TONIGHT.
    IF NOT MF-NEW-FACTOR
   GO TO MFP-EXIT.
    IF O-MTG-FACTOR EQUAL TO 0 AND
      (O-ISS-ST = '0' OR '1' OR '3' OR '4' OR '6' OR '8' OR '9')
   MOVE 'ZERO FACTOR ON ACTIVE POOL' TO MF-REASON
   PERFORM MF-EXCP-OUT.
    IF MF-HAVE-PRIOR
   GO TO MFP-MEASURE.
    IF MF-MAST-FACTOR EQUAL TO 0 OR MF-MAST-DT EQUAL TO 0
   GO TO MFP-ADD.
* NOTHING ON FILE FOR THE POOL YET - MEASURE AGAINST THE MASTER AS
* IT STOOD BEFORE TONIGHT.  THE MASTER'S FACTOR DATE IS MMDDYY,
* WINDOWED AT 1970 LIKE THE OTHER MASTER DATES.
    COMPUTE MF-MAST-YYYY = MF-MAST-YY + 1900.
    IF MF-MAST-YYYY LESS 1970
   ADD 100 TO MF-MAST-YYYY.
    COMPUTE MF-PRI-DT = (MF-MAST-YYYY * 10000) +
      (MF-MAST-MM * 100) + MF-MAST-DD.
    MOVE MF-MAST-FACTOR TO MF-PRI-FACTOR.
    MOVE MF-MAST-WAC TO MF-PRI-WAC.
    MOVE MF-MAST-WAM TO MF-PRI-WAM.
    MOVE 'T' TO MF-PRI-SW.
MFP-MEASURE.
* A FACTOR NOT DATED AFTER THE LAST ONE IS A REPEAT OR A STALE
* FEED - REPORT IT AND LEAVE THE HISTORY ALONE
    IF MF-NEW-DT NOT GREATER MF-PRI-DT
   MOVE 'FACTOR DATE DID NOT ADVANCE' TO MF-REASON
   PERFORM MF-EXCP-OUT
   GO TO MFP-EXIT.
    IF O-MTG-FACTOR GREATER MF-PRI-FACTOR
   MOVE 'FACTOR WENT UP' TO MF-REASON
   PERFORM MF-EXCP-OUT.
    MOVE 0 TO MF-PCT.
    IF MF-PRI-FACTOR GREATER 0
   COMPUTE MF-PCT ROUNDED =
      (MF-PRI-FACTOR - O-MTG-FACTOR) * 100 / MF-PRI-FACTOR.
    PERFORM MF-AVG.
    IF MF-PD-N NOT LESS MF-PD-MIN AND MF-PD-AVG GREATER 0 AND
      MF-PCT * 100 GREATER MF-PD-AVG * MF-SPIKE-PCT
   MOVE 'PAYDOWN FAR ABOVE POOL AVERAGE' TO MF-REASON
   PERFORM MF-EXCP-OUT.
    MOVE SPACES TO MF-PAYDN-LINE.
    MOVE O-X-QSIP TO MFP-QSIP.
    MOVE O-X-TIC TO MFP-TIC.
    MOVE O-MTG-POOL-TYPE TO MFP-POOL-TYPE.
    MOVE MF-PRI-DT TO MFP-PRI-DT.
    MOVE MF-PRI-FACTOR TO MFP-PRI-FACTOR.
    MOVE MF-NEW-DT TO MFP-NEW-DT.
    MOVE O-MTG-FACTOR TO MFP-NEW-FACTOR.
    MOVE MF-PCT TO MFP-PCT.
    MOVE MF-PRI-WAC TO MFP-WAC-OLD.
    MOVE O-MTG-WAC TO MFP-WAC-NEW.
    COMPUTE MFP-WAC-CHG = O-MTG-WAC - MF-PRI-WAC.
    MOVE MF-PRI-WAM TO MFP-WAM-OLD.
    MOVE O-MTG-WAM TO MFP-WAM-NEW.
    COMPUTE MFP-WAM-CHG = O-MTG-WAM - MF-PRI-WAM.
    WRITE MF-PAYDN-REC FROM MF-PAYDN-LINE.
    ADD 1 TO MF-PAYDN-CNT.
MFP-ADD.
    MOVE O-X-QSIP TO MFN-QSIP.
    MOVE MF-NEW-DT TO MFN-DT.
    MOVE O-MTG-FACTOR TO MFN-FACTOR.
    MOVE O-MTG-WAC TO MFN-WAC.
    MOVE O-MTG-WAM TO MFN-WAM.
    MOVE O-MTG-POOL-TYPE TO MFN-POOL-TYPE.
    MOVE O-MTG-ECODE TO MFN-ECODE.
    MOVE HDR-DT TO MFN-RUN-DT.
    ADD 1 TO MF-ADD-CNT.
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE
   WRITE MF-HIST-REC FROM MF-NEW-REC.
MFP-EXIT.           EXIT.
*
*********************************************************
*
MF-PD-ADD SECTION.
MF-PD-ADD-PARA.
* ADD THE PAYDOWN IN MF-PCT TO THE POOL'S RECENT PAYDOWNS, DROPPING
* THE OLDEST ONCE THE TABLE IS FULL
    IF MF-PD-N LESS MF-PD-MAX
   ADD 1 TO MF-PD-N
   MOVE MF-PCT TO MF-PD (MF-PD-N)
   GO TO MFA-EXIT.
    MOVE 1 TO MF-X.
MFA-SHIFT.
    IF MF-X NOT LESS MF-PD-MAX
   GO TO MFA-LAST.
    MOVE MF-PD (MF-X + 1) TO MF-PD (MF-X).
    ADD 1 TO MF-X.
    GO TO MFA-SHIFT.
MFA-LAST.
    MOVE MF-PCT TO MF-PD (MF-PD-MAX).
MFA-EXIT.           EXIT.
*
*********************************************************
*
MF-AVG SECTION.
MF-AVG-PARA.
* AVERAGE THE POOL'S RECENT PAYDOWNS INTO MF-PD-AVG
    MOVE 0 TO MF-PD-SUM, MF-PD-AVG.
    IF MF-PD-N EQUAL TO 0
   GO TO MFV-EXIT.
    MOVE 1 TO MF-X.
MFV-LOOP.
    IF MF-X GREATER MF-PD-N
   GO TO MFV-DIVIDE.
    ADD MF-PD (MF-X) TO MF-PD-SUM.
    ADD 1 TO MF-X.
    GO TO MFV-LOOP.
MFV-DIVIDE.
    COMPUTE MF-PD-AVG ROUNDED = MF-PD-SUM / MF-PD-N.
MFV-EXIT.           EXIT.
*
*********************************************************
*
MF-KEEP SECTION.
MF-KEEP-PARA.
* COPY ONE OLD POOL-FACTOR HISTORY RECORD TO THE NEW HISTORY FILE
    ADD 1 TO MF-KEPT-CNT.
    IF TRIAL-RUN
   NEXT SENTENCE
    ELSE
   WRITE MF-HIST-REC FROM MF-REC-WRK.
MFK-EXIT.           EXIT.
*
*********************************************************
*
MF-FLUSH SECTION.
MF-FLUSH-PARA.
* END OF MASTER - ANY FACTOR HISTORY STILL UNREAD BELONGS TO POOLS
* NO LONGER ON THE FILE AND IS CARRIED FORWARD AS IT STANDS
MFF-LOOP.
    IF MF-END
   GO TO MFF-EXIT.
    PERFORM MF-KEEP.
    PERFORM MF-READ.
    GO TO MFF-LOOP.
MFF-EXIT.           EXIT.
*
*********************************************************
*
MF-EXCP-OUT SECTION.
MF-EXCP-OUT-PARA.
* WRITE ONE POOL-FACTOR EXCEPTION LINE FOR THE REASON IN MF-REASON.
* THE PRIOR FIELDS ARE ZERO WHEN THE POOL HAS NO PRIOR FACTOR.
    MOVE SPACES TO MF-EXCP-LINE.
    MOVE O-X-QSIP TO MFE-QSIP.
    MOVE O-X-TIC TO MFE-TIC.
    MOVE MF-PRI-DT TO MFE-PRI-DT.
    MOVE MF-PRI-FACTOR TO MFE-PRI-FACTOR.
    MOVE MF-NEW-DT TO MFE-NEW-DT.
    MOVE O-MTG-FACTOR TO MFE-NEW-FACTOR.
    MOVE MF-REASON TO MFE-REASON.
    WRITE MF-EXCP-REC FROM MF-EXCP-LINE.
    ADD 1 TO MF-EXCP-CNT.
MFE-EXIT.           EXIT.
*
*********************************************************
*
MST-INIT SECTION.
MST-INIT-PARA.
* ZERO THE MARKET-STATISTICS TABLES.  THE ENTRIES ARE COMP AND
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
    IF TRIAL-RUN
   MOVE TRIAL-STAMP TO PRINT-LINE
   WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    IF CU-DAY GREATER 0
   MOVE CU-DAY TO CUS-DAY
   MOVE CU-DAYS TO CUS-DAYS
   MOVE CU-STAMP TO PRINT-LINE
   WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    IF PN-PARTITION-RUN
   MOVE PN-STAMP TO PRINT-LINE
   WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    IF PN-SPLICE-RUN
   MOVE PN-OF TO SPP-OF
   MOVE SPL-STAMP TO PRINT-LINE
   WRITE PRINT-REC AFTER ADVANCING 2 LINES.
    MOVE SPACES TO PRINT-LINE.
    MOVE HDR-1 TO PRINT-MESS.
    MOVE W-OUTP-CNT  TO TOT-OUT.
    MOVE TOT-LINE TO PRINT-LINE.
    WRITE PRINT-REC AFTER ADVANCING 2 LINES.
* A PARTITION'S VOLUMES ARE ONLY PART OF THE NIGHT'S - THE SPLICE
* STEP COMPARES THE WHOLE NIGHT'S WITH THE RUN HISTORY
    IF PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM RUN-HIST-CHK.
    PERFORM RC-SUMMARY.
    MOVE SPACES TO PRINT-LINE.
    MOVE LINE-3 TO PRINT-LINE.
    MOVE 'DIV OVERFLOWS  '  TO PT-TYPE.
    MOVE DIVOVF-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'EX-DIV ADJUSTS '  TO PT-TYPE.
    MOVE XDIV-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'EX-DIV REVIEW  '  TO PT-TYPE.
    MOVE XDIV-RVW-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'ID CHANGES     '  TO PT-TYPE.
    MOVE IDH-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'BOND YTM CALCS '  TO PT-TYPE.
    MOVE BDYLD-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'YTM EXCEPTIONS '  TO PT-TYPE.
    MOVE BDYLD-EXC-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE 'BOND CALLS    '  TO PT-TYPE.
    MOVE CL-CNT TO OUT-PT.
    PERFORM PT-PRINT.
    MOVE '52-WK REPORTS  ' TO PHS-TYPE.
    MOVE HILO-CNT TO PHS-CNT.
    PERFORM PHS-PRINT.
    MOVE 'MTG HIST KEPT  ' TO PHS-TYPE.
    MOVE MF-KEPT-CNT TO PHS-CNT.
    PERFORM PHS-PRINT.
    MOVE 'MTG HIST ADDED ' TO PHS-TYPE.
    MOVE MF-ADD-CNT TO PHS-CNT.
    PERFORM PHS-PRINT.
    MOVE 'MTG PAYDOWNS   ' TO PHS-TYPE.
    MOVE MF-PAYDN-CNT TO PHS-CNT.
    PERFORM PHS-PRINT.
    MOVE 'MTG FACTOR EXCP' TO PHS-TYPE.
    MOVE MF-EXCP-CNT TO PHS-CNT.
    PERFORM PHS-PRINT.
    PERFORM MST-SUMMARY.
    IF FATAL-ERROR OR TRIAL-RUN OR PN-PARTITION-RUN
   NEXT SENTENCE
    ELSE
   PERFORM RUN-HIST-ADD.
    MOVE CAL-OVERRIDE TO RCL-VALUE.
    MOVE RC-SRC-CAL TO RC-SRC-WRK.
    PERFORM RC-SET-PRINT.
    MOVE 'MF-SPIKE' TO RCL-NAME.
    MOVE MF-SPIKE-PCT TO RCL-VALUE.
    MOVE RC-SRC-MFS TO RC-SRC-WRK.
    PERFORM RC-SET-PRINT.
RCS-EXIT.           EXIT.
*
*********************************************************
    WRITE RUN-HIST-REC FROM RUN-HIST-DTL.
    CLOSE RUN-HIST-FILE.
RHA-EXIT.           EXIT.
*
*********************************************************
*
PN-PRIME-PURGE SECTION.
PN-PRIME-PURGE-PARA.
* PURGE THE 'C' STATUS RECORDS AT THE START OF A PARTITION'S RANGE,
* WHICH THE SERIAL MERGE WOULD HAVE PURGED IN OLD-RTN READING ON
* FROM AN EARLIER PARTITION'S LAST RECORD.  THEY ARE COUNTED AND
* LISTED HERE; THEIR JOURNAL LINES CAME FROM THAT EARLIER PARTITION
* (SEE PN-EDGE-PEEK).
    MOVE 'T' TO PN-PRIME-SW.
PPP-LOOP.
    IF ENDOLDTP OR I-ISS-ST NOT EQUAL TO 'C'
   GO TO PPP-DONE.
    ADD +1 TO P-CNT.
    PERFORM PURGE-DTL.
    PERFORM OLDTP-READ.
    GO TO PPP-LOOP.
PPP-DONE.
    MOVE 'F' TO PN-PRIME-SW.
PPP-EXIT.           EXIT.
*
*********************************************************
*
PN-EDGE-PEEK SECTION.
PN-EDGE-PEEK-PARA.
* THE SERIAL MERGE, READING ON FROM A PARTITION'S LAST OLD MASTER
* RECORD, PURGES THE 'C' STATUS RECORDS THAT FOLLOW IT BEFORE THAT
* RECORD IS WRITTEN - EVEN WHEN THEY BELONG TO A LATER PARTITION.
* THE LATER PARTITION COUNTS AND LISTS THOSE PURGES, BUT THEIR
* UNDERLYING-TABLE EVENTS ARE JOURNALED HERE, ONCE, SO THE SPLICE
* STEP REPLAYS THEM IN THE SAME PLACE.  THE RECORDS ARE ONLY LOOKED
* AT, NOT COUNTED OR HASHED - THE MERGE HAS ENDED FOR THIS FILE.
    IF PN-PEEKED EQUAL TO 'T'
   GO TO PEP-EXIT.
    MOVE 'T' TO PN-PEEKED.
PEP-LOOP.
    IF I-ISSUER EQUAL TO '999999' OR I-ISS-ST NOT EQUAL TO 'C'
   GO TO PEP-EXIT.
    MOVE I-ISS-TYPE TO TEST-ISS-TYPE.
    IF TEST-IS-STOCK
   MOVE I-ISSUE-R TO UND-WRK-CUSIP
   MOVE 'P' TO UJ-EVENT
   PERFORM UND-JRNL-OUT.
    READ OLDTP70-FILE AT END
   GO TO PEP-EXIT.
    GO TO PEP-LOOP.
PEP-EXIT.           EXIT.
*
*********************************************************
*
UND-JRNL-OUT SECTION.
UND-JRNL-OUT-PARA.
* ON A PARTITION STEP, JOURNAL ONE UNDERLYING-TABLE EVENT.  AN
* OPTION'S UNDERLYING MAY FALL IN ANOTHER PARTITION, SO NO ONE
* PARTITION'S TABLE IS THE TABLE THE SERIAL MERGE WOULD HAVE HAD;
* THE SPLICE STEP REPLAYS EVERY PARTITION'S JOURNAL, IN PARTITION
* ORDER, AGAINST ONE TABLE INSTEAD.  THE CALLER SETS UND-WRK-CUSIP
* (AND THE IAD OR CLOSE FOR A POSTING) AND MOVES THE EVENT TO
* UJ-EVENT: 'I' AND 'C' ARE UND-POST POSTINGS, 'P' A STOCK PURGED,
* 'S' A STOCK WRITTEN TO THE NEW MASTER, AND 'F' AN EQUITY OPTION
* ABOUT TO BE FILLED BY UND-OPT-FILL.
    IF NOT PN-PARTITION-RUN
   GO TO UJO-EXIT.
    MOVE UND-WRK-CUSIP TO UJ-CUSIP.
    MOVE UND-WRK-IAD TO UJ-IAD.
    MOVE UND-WRK-CLOSE TO UJ-CLOSE.
    MOVE O-ISS-ST TO UJ-ISS-ST.
    MOVE UND-OPT-FRESH TO UJ-FRESH.
    MOVE O-X-QSIP TO UJ-QSIP.
    IF UJ-EVENT EQUAL TO 'F'
   MOVE O-OP-UCUS TO UJ-CUSIP
   MOVE O-OP-IAD-X TO UJ-IAD-X
   MOVE O-UND-STK-PRICE-X TO UJ-CLOSE-X.
    WRITE UND-JRNL-REC FROM UJ-LINE.
UJO-EXIT.           EXIT.
*
*********************************************************
*
PNT-OUT SECTION.
PNT-OUT-PARA.
* HAND THIS PARTITION'S CONTROL TOTALS AND SUMMARY COUNTS ON TO THE
* SPLICE STEP (SEE PNT-CTL-LINE).  THE TRAILER IMAGES WERE KEPT BY
* THE TRAILER CHECKS AS THE TRAILERS WERE READ.
    MOVE 'C' TO PNT-TYPE.
    MOVE PN-NO TO PNT-NO.
    MOVE PN-OF TO PNT-OF.
    MOVE PN-FROM TO PNT-FROM.
    MOVE PN-UPTO TO PNT-UPTO.
    MOVE BAD-NEWS TO PNT-BAD-NEWS.
    MOVE OLDTP-HASH TO PNT-OLDTP-HASH.
    MOVE UPD-HASH TO PNT-UPD-HASH.
    MOVE TRANS-HASH TO PNT-TRANS-HASH.
    MOVE OUTP-HASH TO PNT-OUTP-HASH.
    MOVE W-OLDTP-CNT TO PNT-OLDTP-CNT.
    MOVE W-OUTP-CNT TO PNT-OUTP-CNT.
    MOVE W-TRANS-CNT TO PNT-TRANS-CNT.
    MOVE W-UPD-CNT TO PNT-UPD-CNT.
    MOVE CR-CNT TO PNT-CR-CNT.
    MOVE NO-DESCRIP-CNT TO PNT-NO-DESCRIP.
    MOVE SC-CNT TO PNT-SC.
    MOVE NSC-CNT TO PNT-NSC.
    MOVE SCNG-CNT TO PNT-SCNG.
    MOVE CONT-CNT TO PNT-CONT.
    MOVE PR-CNT TO PNT-PR.
    MOVE BA-CNT TO PNT-BA.
    MOVE OI-CNT TO PNT-OI.
    MOVE RB-CNT TO PNT-RB.
    MOVE DR-CNT TO PNT-DR.
    MOVE CL-CNT TO PNT-CL.
    MOVE MTG-CNT TO PNT-MTG.
    MOVE SEQERR-CNT TO PNT-SEQERR.
    MOVE CHG-ADD-CNT TO PNT-CHG-ADD.
    MOVE CHG-PRC-CNT TO PNT-CHG-PRC.
    MOVE CHG-BUL-CNT TO PNT-CHG-BUL.
    MOVE DIVOVF-CNT TO PNT-DIVOVF.
    MOVE DTREJ-CNT TO PNT-DTREJ.
    MOVE VALERR-CNT TO PNT-VALERR.
    MOVE XDIV-CNT TO PNT-XDIV.
    MOVE XDIV-RVW-CNT TO PNT-XDIV-RVW.
    MOVE BDYLD-CNT TO PNT-BDYLD.
    MOVE BDYLD-EXC-CNT TO PNT-BDYLD-EXC.
    MOVE IDH-CNT TO PNT-IDH.
    MOVE P-CNT TO PNT-P-CNT.
    MOVE BADPR-CNT TO PNT-BADPR-CNT.
    MOVE PROB-CNT TO PNT-PROB-CNT.
    MOVE PH-KEPT-CNT TO PNT-PH-KEPT.
    MOVE PH-AGED-CNT TO PNT-PH-AGED.
    MOVE PH-ADD-CNT TO PNT-PH-ADD.
    MOVE HILO-CNT TO PNT-HILO.
    MOVE MF-KEPT-CNT TO PNT-MF-KEPT.
    MOVE MF-ADD-CNT TO PNT-MF-ADD.
    MOVE MF-PAYDN-CNT TO PNT-MF-PAYDN.
    MOVE MF-EXCP-CNT TO PNT-MF-EXCP.
    MOVE MATCAL-CNT TO PNT-MATCAL.
    MOVE LT-REC TO PNT-LT-REC.
    MOVE LT-U-REC TO PNT-LT-U-REC.
    MOVE OUT-QSIP-SAVE TO PNT-OUT-QSIP.
    MOVE OUT-TIC-SAVE TO PNT-OUT-TIC.
    MOVE OUT-SIC-SAVE TO PNT-OUT-SIC.
    MOVE OUT-DESC-SAVE TO PNT-OUT-DESC.
    OPEN OUTPUT PN-TOT-FILE.
    WRITE PN-TOT-REC FROM PNT-CTL-LINE.
    MOVE 1 TO PN-X.
PNO-STAT.
    IF PN-X GREATER 32
   GO TO PNO-DONE.
    MOVE 'S' TO PNX-TYPE.
    MOVE PN-NO TO PNX-NO.
    MOVE PN-X TO PNX-X.
    IF PN-X GREATER 27
   SUBTRACT 27 FROM PN-X GIVING MST-T
   MOVE MST-T-ADV (MST-T) TO PNX-ADV
   MOVE MST-T-DEC (MST-T) TO PNX-DEC
   MOVE MST-T-UNCH (MST-T) TO PNX-UNCH
   MOVE MST-T-VOL (MST-T) TO PNX-VOL
   MOVE MST-T-PRICED (MST-T) TO PNX-PRICED
   MOVE MST-T-CARR (MST-T) TO PNX-CARR
    ELSE
   MOVE MST-X-ADV (PN-X) TO PNX-ADV
   MOVE MST-X-DEC (PN-X) TO PNX-DEC
   MOVE MST-X-UNCH (PN-X) TO PNX-UNCH
   MOVE MST-X-VOL (PN-X) TO PNX-VOL
   MOVE MST-X-PRICED (PN-X) TO PNX-PRICED
   MOVE MST-X-CARR (PN-X) TO PNX-CARR.
    WRITE PN-TOT-REC FROM PNT-STAT-LINE.
    ADD 1 TO PN-X.
    GO TO PNO-STAT.
PNO-DONE.
    CLOSE PN-TOT-FILE.
PNO-EXIT.           EXIT.
*
*********************************************************
*
SPL-OPEN-FILES SECTION.
SPL-OPEN-FILES-PARA.
* OPEN THE SPLICE STEP'S FILES.  THE OLD MASTER, BULLETINS AND
* HISTORIES WERE MERGED BY THE PARTITIONS; TRANSFL IS OPENED ONLY
* FOR ITS LABEL AND DATE RECORDS.  THE OPTION WORK FILE IS ALL THE
* PARTITIONS' PIECES, READ BY THE END-OF-JOB RECONCILIATION.  THE
* PIECES THEMSELVES ARE OPENED AS THEY ARE SPLICED.
    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT OUTTP70-FILE.
    OPEN OUTPUT CAP-AUDIT-FILE, ZY-EXCP-FILE, PRICE-MOVE-FILE,
         SEQ-ERR-FILE, CHG-ONLY-FILE, DIV-OVFL-FILE,
         DT-EXCP-FILE, VAL-EXCP-FILE, XDIV-ADJ-FILE,
         MF-PAYDN-FILE, MF-EXCP-FILE.
    OPEN OUTPUT CSV-EXTRACT-FILE.
    OPEN EXTEND CALL-HIST-FILE.
    OPEN OUTPUT PRC-HIST-OUT.
    OPEN OUTPUT HILO-FILE.
    OPEN INPUT OPT-WRK-FILE.
    OPEN OUTPUT ORPH-RPT-FILE.
    OPEN OUTPUT MAT-CAL-FILE.
    OPEN OUTPUT BOND-ANL-FILE.
    OPEN EXTEND ID-HIST-FILE.
    OPEN OUTPUT MF-HIST-OUT.
    MOVE +3 TO M   PERFORM WRITE-MESS.
SOF-EXIT.           EXIT.
*
*********************************************************
*
SPL-CLOSE-FILES SECTION.
SPL-CLOSE-FILES-PARA.
    MOVE +11 TO M.
    PERFORM WRITE-MESS.
    CLOSE TRANS-FILE, OUTTP70-FILE,
      CAP-AUDIT-FILE, ZY-EXCP-FILE, PRICE-MOVE-FILE, CSV-EXTRACT-FILE,
      SEQ-ERR-FILE, CHG-ONLY-FILE, DIV-OVFL-FILE, CALL-HIST-FILE,
      DT-EXCP-FILE, VAL-EXCP-FILE, PRC-HIST-OUT,
      HILO-FILE, OPT-WRK-FILE, ORPH-RPT-FILE, MAT-CAL-FILE,
      XDIV-ADJ-FILE, BOND-ANL-FILE, ID-HIST-FILE,
      MF-HIST-OUT, MF-PAYDN-FILE, MF-EXCP-FILE, PRINT-FILE.
    IF KM-OPENED
   CLOSE KEYED-MAST-FILE.
SCF-EXIT.           EXIT.
*
*********************************************************
*
SPLICE SECTION.
SPLICE-PARA.
* PUT TONIGHT'S FILES TOGETHER FROM THE PARTITIONS' PIECES: ROLL UP
* THE PARTITIONS' TOTALS AND PROVE THEM AGAINST THE INPUT TRAILERS,
* REPLAY THE UNDERLYING-TABLE JOURNAL IN STEP WITH THE MASTER PIECES
* (REFILLING ANY OPTION WHOSE UNDERLYING WAS POSTED IN ANOTHER
* PARTITION), AND COPY THE REPORT AND HISTORY PIECES.  THE RESULT
* IS WHAT ONE SERIAL MERGE OF THE WHOLE NIGHT WOULD HAVE WRITTEN.
    MOVE +41 TO M.
    PERFORM WRITE-MESS.
    PERFORM SPL-TOT-LOAD.
    IF FATAL-ERROR
   GO TO SPC-EXIT.
    PERFORM SPL-TRLR-CHK.
    IF FATAL-ERROR
   GO TO SPC-EXIT.
    PERFORM SPL-MERGE.
    IF FATAL-ERROR
   GO TO SPC-EXIT.
    PERFORM SPL-COPY VARYING SPL-CPY-X FROM 1 BY 1
   UNTIL SPL-CPY-X GREATER 17.
SPC-EXIT.           EXIT.
*
*********************************************************
*
SPL-TOT-LOAD SECTION.
SPL-TOT-LOAD-PARA.
* ROLL UP THE PARTITIONS' TOTALS.  PARTTOT IS EVERY PARTITION'S
* TOTALS IN PARTITION ORDER: ONE 'C' RECORD, THEN ITS 'S' RECORDS.
* A PARTITION MISSING, OUT OF ORDER OR RUN FOR ANOTHER RANGE THAN
* THE SPLICE CARDS SAY STOPS THE SPLICE, AS DOES ONE THAT ENDED IN
* ERROR; A PARTITION'S SOFT ERRORS CARRY OVER TO THE SPLICE.
    OPEN INPUT PN-TOT-FILE.
    MOVE 0 TO PN-X.
STL-READ.
    READ PN-TOT-FILE INTO PNT-CTL-LINE AT END
   GO TO STL-DONE.
    IF PNT-TYPE EQUAL TO 'S'
   PERFORM SPL-STAT-ADD
   GO TO STL-NEXT.
    ADD 1 TO PN-X.
    IF PN-X GREATER PN-OF
   GO TO STL-MISSING.
    IF PNT-TYPE NOT EQUAL TO 'C' OR PNT-NO NOT EQUAL TO PN-X OR
   PNT-OF NOT EQUAL TO PN-OF OR
   PNT-FROM NOT EQUAL TO PN-E-FROM (PN-X) OR
   PNT-UPTO NOT EQUAL TO PN-E-UPTO (PN-X)
   GO TO STL-MISSING.
    IF PNT-BAD-NEWS EQUAL TO 1
   MOVE +43 TO M
   PERFORM WRITE-MESS
   MOVE PNT-NO TO PNP-NO
   MOVE PNT-OF TO PNP-OF
   MOVE PNT-FROM TO PNP-FROM
   MOVE PNT-UPTO TO PNP-UPTO
   MOVE SPACES TO PRINT-REC
   MOVE PN-STAMP TO PRINT-LINE
   WRITE PRINT-REC AFTER ADVANCING 1 LINES
   MOVE 1 TO BAD-NEWS
   GO TO STL-DONE.
    IF PNT-BAD-NEWS EQUAL TO 2
   MOVE 2 TO BAD-NEWS.
    PERFORM SPL-TOT-ADD.
STL-NEXT.
    IF FATAL-ERROR
   GO TO STL-DONE.
    GO TO STL-READ.
STL-MISSING.
    MOVE +42 TO M.
    PERFORM WRITE-MESS.
    MOVE 1 TO BAD-NEWS.
STL-DONE.
    CLOSE PN-TOT-FILE.
    IF NOT FATAL-ERROR AND PN-X NOT EQUAL TO PN-OF
   MOVE +42 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
STL-EXIT.           EXIT.
*
*********************************************************
*
SPL-TOT-ADD SECTION.
SPL-TOT-ADD-PARA.
* ADD ONE PARTITION'S 'C' RECORD INTO TONIGHT'S COUNTS AND TOTALS.
* THE LAST-RECORD IMAGES ARE THE LAST PARTITION'S THAT HAD ANY; THE
* TRAILER IMAGES ARE THE LAST PARTITION'S, WHICH READ THE TRAILERS.
    ADD PNT-OLDTP-CNT TO W-OLDTP-CNT.
    ADD PNT-OUTP-CNT TO SPL-TOT-CNT.
    ADD PNT-TRANS-CNT TO W-TRANS-CNT.
    ADD PNT-UPD-CNT TO W-UPD-CNT.
    ADD PNT-CR-CNT TO CR-CNT.
    ADD PNT-NO-DESCRIP TO NO-DESCRIP-CNT.
    ADD PNT-SC TO SC-CNT.
    ADD PNT-NSC TO NSC-CNT.
    ADD PNT-SCNG TO SCNG-CNT.
    ADD PNT-CONT TO CONT-CNT.
    ADD PNT-PR TO PR-CNT.
    ADD PNT-BA TO BA-CNT.
    ADD PNT-OI TO OI-CNT.
    ADD PNT-RB TO RB-CNT.
    ADD PNT-DR TO DR-CNT.
    ADD PNT-CL TO CL-CNT.
    ADD PNT-MTG TO MTG-CNT.
    ADD PNT-SEQERR TO SEQERR-CNT.
    ADD PNT-CHG-ADD TO CHG-ADD-CNT.
    ADD PNT-CHG-PRC TO CHG-PRC-CNT.
    ADD PNT-CHG-BUL TO CHG-BUL-CNT.
    ADD PNT-DIVOVF TO DIVOVF-CNT.
    ADD PNT-DTREJ TO DTREJ-CNT.
    ADD PNT-VALERR TO VALERR-CNT.
    ADD PNT-XDIV TO XDIV-CNT.
    ADD PNT-XDIV-RVW TO XDIV-RVW-CNT.
    ADD PNT-BDYLD TO BDYLD-CNT.
    ADD PNT-BDYLD-EXC TO BDYLD-EXC-CNT.
    ADD PNT-IDH TO IDH-CNT.
    ADD PNT-P-CNT TO P-CNT.
    ADD PNT-BADPR-CNT TO BADPR-CNT.
    ADD PNT-PROB-CNT TO PROB-CNT.
    ADD PNT-PH-KEPT TO PH-KEPT-CNT.
    ADD PNT-PH-AGED TO PH-AGED-CNT.
    ADD PNT-PH-ADD TO PH-ADD-CNT.
    ADD PNT-HILO TO HILO-CNT.
    ADD PNT-MF-KEPT TO MF-KEPT-CNT.
    ADD PNT-MF-ADD TO MF-ADD-CNT.
    ADD PNT-MF-PAYDN TO MF-PAYDN-CNT.
    ADD PNT-MF-EXCP TO MF-EXCP-CNT.
    ADD PNT-MATCAL TO MATCAL-CNT.
    ADD PNT-OLDTP-HASH TO OLDTP-HASH.
    IF OLDTP-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM OLDTP-HASH.
    ADD PNT-UPD-HASH TO UPD-HASH.
    IF UPD-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM UPD-HASH.
    ADD PNT-TRANS-HASH TO TRANS-HASH.
    IF TRANS-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM TRANS-HASH.
    ADD PNT-OUTP-HASH TO SPL-TOT-HASH.
    IF SPL-TOT-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM SPL-TOT-HASH.
    IF PNT-TRANS-CNT GREATER 0
   MOVE PNT-LT-REC TO LT-REC.
    IF PNT-UPD-CNT GREATER 0
   MOVE PNT-LT-U-REC TO LT-U-REC.
    IF PNT-OUTP-CNT GREATER 0
   MOVE PNT-OUT-QSIP TO OUT-QSIP-SAVE
   MOVE PNT-OUT-TIC TO OUT-TIC-SAVE
   MOVE PNT-OUT-SIC TO OUT-SIC-SAVE
   MOVE PNT-OUT-DESC TO OUT-DESC-SAVE.
    IF PN-X EQUAL TO PN-OF
   MOVE PNT-IT-ID TO SPL-IT-ID
   MOVE PNT-IT-CNT TO SPL-IT-CNT
   MOVE PNT-IT-HASH TO SPL-IT-HASH
   MOVE PNT-UT-ID TO SPL-UT-ID
   MOVE PNT-UT-CNT TO SPL-UT-CNT
   MOVE PNT-UT-HASH TO SPL-UT-HASH
   MOVE PNT-TT-ID TO SPL-TT-ID
   MOVE PNT-TT-CNT TO SPL-TT-CNT
   MOVE PNT-TT-HASH TO SPL-TT-HASH.
STA-EXIT.           EXIT.
*
*********************************************************
*
SPL-STAT-ADD SECTION.
SPL-STAT-ADD-PARA.
* ADD ONE PARTITION'S MARKET-STATISTICS ENTRY INTO TONIGHT'S TABLES
* - ENTRIES 1-27 ARE THE EXCHANGES, 28-32 THE ISSUE TYPES
    IF PN-X EQUAL TO 0 OR PNX-NO NOT EQUAL TO PN-X OR
   PNX-X LESS 1 OR PNX-X GREATER 32
   MOVE +42 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS
   GO TO SSA-EXIT.
    IF PNX-X GREATER 27
   GO TO SSA-TYPE.
    ADD PNX-ADV TO MST-X-ADV (PNX-X).
    ADD PNX-DEC TO MST-X-DEC (PNX-X).
    ADD PNX-UNCH TO MST-X-UNCH (PNX-X).
    ADD PNX-VOL TO MST-X-VOL (PNX-X).
    ADD PNX-PRICED TO MST-X-PRICED (PNX-X).
    ADD PNX-CARR TO MST-X-CARR (PNX-X).
    GO TO SSA-EXIT.
SSA-TYPE.
    SUBTRACT 27 FROM PNX-X GIVING MST-T.
    ADD PNX-ADV TO MST-T-ADV (MST-T).
    ADD PNX-DEC TO MST-T-DEC (MST-T).
    ADD PNX-UNCH TO MST-T-UNCH (MST-T).
    ADD PNX-VOL TO MST-T-VOL (MST-T).
    ADD PNX-PRICED TO MST-T-PRICED (MST-T).
    ADD PNX-CARR TO MST-T-CARR (MST-T).
SSA-EXIT.           EXIT.
*
*********************************************************
*
SPL-TRLR-CHK SECTION.
SPL-TRLR-CHK-PARA.
* THE CHECKS OLDTP-TRLR-CHK, UPD-TRLR-CHK AND TRANS-TRLR-CHK MAKE
* ON A SERIAL RUN, MADE HERE AGAINST THE ROLLED-UP COUNTS AND
* HASHES; AND THE PROBLEM LIMIT AGAINST THE WHOLE NIGHT'S PROBLEMS.
    IF SPL-IT-ID EQUAL TO 'CT' AND
   (SPL-IT-CNT NOT EQUAL TO W-OLDTP-CNT OR
    SPL-IT-HASH NOT EQUAL TO OLDTP-HASH)
   MOVE +30 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    IF SPL-UT-ID EQUAL TO 'CT' AND
   (SPL-UT-CNT NOT EQUAL TO W-UPD-CNT OR
    SPL-UT-HASH NOT EQUAL TO UPD-HASH)
   MOVE +31 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    IF SPL-TT-ID EQUAL TO 'CT' AND
   (SPL-TT-CNT NOT EQUAL TO W-TRANS-CNT OR
    SPL-TT-HASH NOT EQUAL TO TRANS-HASH)
   MOVE +32 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    IF PROB-CNT GREATER PROB-MAX
   MOVE +25 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
STC-EXIT.           EXIT.
*
*********************************************************
*
SPL-MERGE SECTION.
SPL-MERGE-PARA.
* REPLAY THE UNDERLYING-TABLE JOURNAL, WRITING THE NEW MASTER (AND
* ITS KEYED, CSV AND CHANGE-TAPE COPIES) FROM THE PIECES AS THE
* REPLAY REACHES EACH OPTION FILL, THEN THE REST OF THE MASTER.  ON
* A TRIAL RUN NO MASTER WAS WRITTEN - ONLY THE TABLE IS REPLAYED,
* FOR THE ORPHANED-OPTION RECONCILIATION, AND THE COUNTS ARE THE
* PARTITIONS'.
    OPEN INPUT UND-JRNL-FILE.
    IF TRIAL-RUN
   MOVE 'T' TO SPL-MST-END, SPL-CSV-END, SPL-CHG-END
   GO TO SMG-JRNL.
    OPEN INPUT PCE-NEW216-FILE, PCE-CSV-FILE, PCE-CHG-FILE.
    MOVE 1 TO SPL-PC-X.
    PERFORM SPL-MST-READ.
    PERFORM SPL-CSV-READ.
    PERFORM SPL-CHG-READ.
SMG-JRNL.
    IF FATAL-ERROR
   GO TO SMG-CLOSE.
    READ UND-JRNL-FILE INTO UJ-LINE AT END
   GO TO SMG-DRAIN.
    IF UJ-EVENT EQUAL TO 'F'
   PERFORM SPL-FILL
    ELSE
   PERFORM SPL-UND-POST.
    GO TO SMG-JRNL.
SMG-DRAIN.
    IF FATAL-ERROR OR SPL-MST-DONE
   GO TO SMG-END.
    PERFORM SPL-EMIT.
    PERFORM SPL-MST-READ.
    GO TO SMG-DRAIN.
SMG-END.
    IF FATAL-ERROR
   GO TO SMG-CLOSE.
    IF TRIAL-RUN
   MOVE SPL-TOT-CNT TO W-OUTP-CNT
   MOVE SPL-TOT-HASH TO OUTP-HASH
   GO TO SMG-CLOSE.
* EVERY PIECE'S TRAILER SEEN, NOTHING LEFT OVER IN THE CSV AND
* CHANGE-TAPE PIECES, AND THE SPLICED MASTER AGREEING WITH THE
* PARTITIONS' OUTPUT TOTALS
    ADD 1 TO PN-OF GIVING SPL-PC-WANT.
    IF SPL-PC-X NOT EQUAL TO SPL-PC-WANT
   MOVE +44 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    IF NOT SPL-CSV-DONE OR NOT SPL-CHG-DONE
   MOVE +46 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    IF W-OUTP-CNT NOT EQUAL TO SPL-TOT-CNT OR
   OUTP-HASH NOT EQUAL TO SPL-TOT-HASH
   MOVE +45 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS.
    MOVE SPACES TO PRINT-REC.
    MOVE 'PTNEW216' TO SCL-NAME.
    MOVE 'OPTIONS REFILLED' TO SCL-TEXT.
    MOVE SPL-PATCH-CNT TO SCL-CNT.
    MOVE SPL-CNT-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
SMG-CLOSE.
    CLOSE UND-JRNL-FILE.
    IF NOT TRIAL-RUN
   CLOSE PCE-NEW216-FILE, PCE-CSV-FILE, PCE-CHG-FILE.
SMG-EXIT.           EXIT.
*
*********************************************************
*
SPL-UND-POST SECTION.
SPL-UND-POST-PARA.
* REPLAY ONE JOURNALED POSTING, PURGE OR STOCK-SEEN MARK AGAINST THE
* UNDERLYING TABLE, AS UND-POST, PURGE-DTL OR WRITE-OUTPUT MADE IT
* IN THE PARTITION
    MOVE UJ-CUSIP TO UND-WRK-CUSIP.
    IF UJ-EVENT EQUAL TO 'I' OR 'C'
   MOVE UJ-IAD TO UND-WRK-IAD
   MOVE UJ-CLOSE TO UND-WRK-CLOSE
   MOVE UJ-EVENT TO UND-POST-FLD
   PERFORM UND-POST
   GO TO SUP-EXIT.
    PERFORM UND-LOOKUP.
    IF NOT UND-FOUND
   GO TO SUP-EXIT.
    IF UJ-EVENT EQUAL TO 'P'
   MOVE 'P' TO UND-FATE (UND-X)
    ELSE IF UJ-ISS-ST EQUAL TO '5' OR 'C'
   MOVE 'M' TO UND-FATE (UND-X)
    ELSE
   MOVE 'Y' TO UND-ONM (UND-X).
SUP-EXIT.           EXIT.
*
*********************************************************
*
SPL-FILL SECTION.
SPL-FILL-PARA.
* BRING THE MASTER UP TO THE OPTION THE JOURNAL SAYS WAS FILLED,
* WRITING OUT THE RECORDS BEFORE IT, AND FILL IT AGAIN FROM ITS
* FIELDS AS THEY STOOD BEFORE THE PARTITION FILLED THEM, AGAINST THE
* TABLE AS THE SERIAL MERGE WOULD HAVE HAD IT.  AN OPTION THAT COMES
* OUT DIFFERENT FROM ITS PIECE IS MARKED SO SPL-EMIT BUILDS ITS CSV
* LINE AGAIN.  ON A TRIAL RUN OUTP-REC IS ONLY SCRATCH FOR THE FILL.
    IF TRIAL-RUN
   GO TO SFL-FILL.
SFL-FIND.
    IF SPL-MST-DONE
   GO TO SFL-STEP.
    IF O-X-QSIP LESS UJ-QSIP
   PERFORM SPL-EMIT
   PERFORM SPL-MST-READ
   IF FATAL-ERROR
      GO TO SFL-EXIT
   ELSE
      GO TO SFL-FIND.
    IF O-X-QSIP EQUAL TO UJ-QSIP
   GO TO SFL-FILL.
SFL-STEP.
    MOVE +46 TO M.
    PERFORM WRITE-MESS.
    PERFORM SPL-SHOW-KEY.
    MOVE 1 TO BAD-NEWS.
    GO TO SFL-EXIT.
SFL-FILL.
    MOVE O-OP-IAD-X TO SPL-SAVE-IAD-X.
    MOVE O-UND-STK-PRICE-X TO SPL-SAVE-PRC-X.
    MOVE UJ-CUSIP TO O-OP-UCUS.
    MOVE UJ-IAD-X TO O-OP-IAD-X.
    MOVE UJ-CLOSE-X TO O-UND-STK-PRICE-X.
    MOVE UJ-FRESH TO UND-OPT-FRESH.
    PERFORM UND-OPT-FILL.
    MOVE 'F' TO UND-OPT-FRESH.
    IF O-OP-IAD-X NOT EQUAL TO SPL-SAVE-IAD-X OR
   O-UND-STK-PRICE-X NOT EQUAL TO SPL-SAVE-PRC-X
   MOVE 'T' TO SPL-PATCHED.
SFL-EXIT.           EXIT.
*
*********************************************************
*
SPL-MST-READ SECTION.
SPL-MST-READ-PARA.
* READ THE NEXT RECORD OF THE MASTER PIECES INTO OUTP-REC.  EACH
* PIECE ENDS WITH ITS PARTITION'S CONTROL TRAILER AND NINES TO THE
* END OF THE BLOCK: THE TRAILER IS PROVED AGAINST THE RECORDS READ
* FROM ITS PIECE AND THE NEXT PIECE BEGINS.  EVERY RECORD MUST FALL
* IN ITS OWN PIECE'S PARTITION RANGE.
    IF SPL-MST-DONE
   GO TO SMR-EXIT.
SMR-READ.
    READ PCE-NEW216-FILE AT END
   MOVE 'T' TO SPL-MST-END
   GO TO SMR-EXIT.
    IF PCE-M-ISSUER NOT EQUAL TO '999999'
   GO TO SMR-REC.
    IF PCE-M-TRLR-ID NOT EQUAL TO 'CT'
   GO TO SMR-READ.
    IF SPL-PC-X GREATER PN-OF OR
   PCE-M-REC-CNT NOT EQUAL TO SPL-PC-CNT OR
   PCE-M-HASH NOT EQUAL TO SPL-PC-HASH
   MOVE +44 TO M
   PERFORM WRITE-MESS
   MOVE 1 TO BAD-NEWS
   MOVE 'T' TO SPL-MST-END
   GO TO SMR-EXIT.
    ADD 1 TO SPL-PC-X.
    MOVE 0 TO SPL-PC-CNT, SPL-PC-HASH.
    GO TO SMR-READ.
SMR-REC.
    MOVE PCE-NEW216-REC TO OUTP-REC.
    IF SPL-PC-X GREATER PN-OF
   GO TO SMR-OUTSIDE.
    MOVE PN-E-FROM (SPL-PC-X) TO PN-FROM.
    MOVE PN-E-UPTO (SPL-PC-X) TO PN-UPTO.
    MOVE O-X-QSIP TO PN-KEY-WRK.
    PERFORM PN-RANGE-CHK.
    MOVE SPACES TO PN-FROM, PN-UPTO.
    IF NOT PN-IN
   GO TO SMR-OUTSIDE.
    ADD 1 TO SPL-PC-CNT.
    MOVE O-X-QSIP TO HASH-KEY-WRK.
    PERFORM KEY-HASH.
    ADD HASH-KEY-NUM TO SPL-PC-HASH.
    IF SPL-PC-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM SPL-PC-HASH.
    GO TO SMR-EXIT.
SMR-OUTSIDE.
    MOVE +47 TO M.
    PERFORM WRITE-MESS.
    MOVE O-X-QSIP TO UJ-QSIP.
    PERFORM SPL-SHOW-KEY.
    MOVE 1 TO BAD-NEWS.
    MOVE 'T' TO SPL-MST-END.
SMR-EXIT.           EXIT.
*
*********************************************************
*
SPL-EMIT SECTION.
SPL-EMIT-PARA.
* WRITE ONE MASTER RECORD FROM THE PIECES, WITH ITS KEYED, CSV AND
* CHANGE-TAPE COPIES, COUNTED AND HASHED AS WRITE-OUTPUT DOES.  AN
* OPTION THE REPLAY REFILLED HAS ITS CSV LINE BUILT AGAIN AND ITS
* CHANGE-TAPE RECORD TAKEN FROM THE REFILLED RECORD; EVERYTHING
* ELSE IS COPIED FROM ITS PIECE AS IT STANDS.
    ADD +1 TO W-OUTP-CNT.
    MOVE O-X-QSIP TO HASH-KEY-WRK.
    PERFORM KEY-HASH.
    ADD HASH-KEY-NUM TO OUTP-HASH.
    IF OUTP-HASH GREATER 9999999999
   SUBTRACT 10000000000 FROM OUTP-HASH.
    WRITE OUTP216-REC FROM OUTP-REC.
    IF KM-OPENED
   MOVE OUTP-REC TO KM-REC
   WRITE KM-REC INVALID KEY
      MOVE +33 TO M
      PERFORM WRITE-MESS
      PERFORM SPL-SHOW-KEY
      PERFORM CHECK-PROBS.
    IF SPL-CSV-DONE OR PCE-CSV-QSIP NOT EQUAL TO O-X-QSIP
   MOVE +46 TO M
   PERFORM WRITE-MESS
   PERFORM SPL-SHOW-KEY
   MOVE 1 TO BAD-NEWS
   GO TO SEM-EXIT.
    IF SPL-PATCHED EQUAL TO 'T'
   MOVE O-ISS-TYPE TO TEST-ISS-TYPE
   PERFORM CSV-EXTRACT-DTL
   ADD 1 TO SPL-PATCH-CNT
    ELSE
   WRITE CSV-EXTRACT-REC FROM PCE-CSV-REC.
    PERFORM SPL-CSV-READ.
    IF NOT SPL-CHG-DONE AND PCE-CHG-QSIP EQUAL TO O-X-QSIP
   MOVE PCE-CHG-REC TO CHG-ONLY-LINE
   MOVE OUTP-REC TO CHG-OUT-DATA
   WRITE CHG-ONLY-REC FROM CHG-ONLY-LINE
   PERFORM SPL-CHG-READ.
    MOVE 'F' TO SPL-PATCHED.
SEM-EXIT.           EXIT.
*
*********************************************************
*
SPL-CSV-READ SECTION.
SPL-CSV-READ-PARA.
    IF SPL-CSV-DONE
   GO TO SCR-EXIT.
    READ PCE-CSV-FILE AT END
   MOVE 'T' TO SPL-CSV-END.
SCR-EXIT.           EXIT.
*
*********************************************************
*
SPL-CHG-READ SECTION.
SPL-CHG-READ-PARA.
    IF SPL-CHG-DONE
   GO TO SGR-EXIT.
    READ PCE-CHG-FILE AT END
   MOVE 'T' TO SPL-CHG-END.
SGR-EXIT.           EXIT.
*
*********************************************************
*
SPL-SHOW-KEY SECTION.
SPL-SHOW-KEY-PARA.
* THE SPLICE STEP'S SHOW-QSIP: THE MASTER RECORD IN HAND, THE
* JOURNAL LINE BEING REPLAYED AND THE PIECE BEING READ
    MOVE O-X-QSIP TO SKL-QSIP.
    MOVE UJ-QSIP TO SKL-JQSIP.
    MOVE SPL-PC-X TO SKL-PIECE.
    MOVE SPACES TO PRINT-REC.
    MOVE SPL-KEY-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
SSK-EXIT.           EXIT.
*
*********************************************************
*
SPL-COPY SECTION.
SPL-COPY-PARA.
* COPY THE PARTITIONS' PIECES OF ONE REPORT OR HISTORY FILE, IN
* PARTITION ORDER, TO TONIGHT'S FILE.  EACH PIECE DD IS EVERY
* PARTITION'S PIECE CONCATENATED, SO ONE PASS COPIES THEM ALL.  THE
* FILES ARE TAKEN IN THE ORDER OF SPL-CPY-NAMES.
    MOVE 0 TO SPL-CPY-CNT.
    GO TO
   SCY-01,
   SCY-02,
   SCY-03,
   SCY-04,
   SCY-05,
   SCY-06,
   SCY-07,
   SCY-08,
   SCY-09,
   SCY-10,
   SCY-11,
   SCY-12,
   SCY-13,
   SCY-14,
   SCY-15,
   SCY-16,
   SCY-17
   DEPENDING ON SPL-CPY-X.
    GO TO SCY-EXIT.
SCY-01.
    OPEN INPUT PCE-CAPAUD-FILE.
SCY-01-READ.
    READ PCE-CAPAUD-FILE AT END
   CLOSE PCE-CAPAUD-FILE
   GO TO SCY-COUNT.
    WRITE CAP-AUDIT-REC FROM PCE-CAPAUD-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-01-READ.
SCY-02.
    OPEN INPUT PCE-ZYEXCP-FILE.
SCY-02-READ.
    READ PCE-ZYEXCP-FILE AT END
   CLOSE PCE-ZYEXCP-FILE
   GO TO SCY-COUNT.
    WRITE ZY-EXCP-REC FROM PCE-ZYEXCP-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-02-READ.
SCY-03.
    OPEN INPUT PCE-PMVEXC-FILE.
SCY-03-READ.
    READ PCE-PMVEXC-FILE AT END
   CLOSE PCE-PMVEXC-FILE
   GO TO SCY-COUNT.
    WRITE PMV-EXCP-REC FROM PCE-PMVEXC-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-03-READ.
SCY-04.
    OPEN INPUT PCE-SEQERR-FILE.
SCY-04-READ.
    READ PCE-SEQERR-FILE AT END
   CLOSE PCE-SEQERR-FILE
   GO TO SCY-COUNT.
    WRITE SEQ-ERR-REC FROM PCE-SEQERR-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-04-READ.
SCY-05.
    OPEN INPUT PCE-DIVOVF-FILE.
SCY-05-READ.
    READ PCE-DIVOVF-FILE AT END
   CLOSE PCE-DIVOVF-FILE
   GO TO SCY-COUNT.
    WRITE DIV-OVFL-REC FROM PCE-DIVOVF-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-05-READ.
SCY-06.
    OPEN INPUT PCE-CALLHS-FILE.
SCY-06-READ.
    READ PCE-CALLHS-FILE AT END
   CLOSE PCE-CALLHS-FILE
   GO TO SCY-COUNT.
    WRITE CALL-HIST-REC FROM PCE-CALLHS-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-06-READ.
SCY-07.
    OPEN INPUT PCE-DTEXCP-FILE.
SCY-07-READ.
    READ PCE-DTEXCP-FILE AT END
   CLOSE PCE-DTEXCP-FILE
   GO TO SCY-COUNT.
    WRITE DT-EXCP-REC FROM PCE-DTEXCP-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-07-READ.
SCY-08.
    OPEN INPUT PCE-VALEXC-FILE.
SCY-08-READ.
    READ PCE-VALEXC-FILE AT END
   CLOSE PCE-VALEXC-FILE
   GO TO SCY-COUNT.
    WRITE VAL-EXCP-REC FROM PCE-VALEXC-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-08-READ.
SCY-09.
    OPEN INPUT PCE-PRHIST-FILE.
SCY-09-READ.
    READ PCE-PRHIST-FILE AT END
   CLOSE PCE-PRHIST-FILE
   GO TO SCY-COUNT.
    WRITE PRC-HIST-REC FROM PCE-PRHIST-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-09-READ.
SCY-10.
    OPEN INPUT PCE-HILO-FILE.
SCY-10-READ.
    READ PCE-HILO-FILE AT END
   CLOSE PCE-HILO-FILE
   GO TO SCY-COUNT.
    WRITE HILO-REC FROM PCE-HILO-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-10-READ.
SCY-11.
    OPEN INPUT PCE-MATCAL-FILE.
SCY-11-READ.
    READ PCE-MATCAL-FILE AT END
   CLOSE PCE-MATCAL-FILE
   GO TO SCY-COUNT.
    WRITE MAT-CAL-REC FROM PCE-MATCAL-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-11-READ.
SCY-12.
    OPEN INPUT PCE-XDIVAD-FILE.
SCY-12-READ.
    READ PCE-XDIVAD-FILE AT END
   CLOSE PCE-XDIVAD-FILE
   GO TO SCY-COUNT.
    WRITE XDIV-ADJ-REC FROM PCE-XDIVAD-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-12-READ.
SCY-13.
    OPEN INPUT PCE-BDANL-FILE.
SCY-13-READ.
    READ PCE-BDANL-FILE AT END
   CLOSE PCE-BDANL-FILE
   GO TO SCY-COUNT.
    WRITE BOND-ANL-REC FROM PCE-BDANL-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-13-READ.
SCY-14.
    OPEN INPUT PCE-IDHIST-FILE.
SCY-14-READ.
    READ PCE-IDHIST-FILE AT END
   CLOSE PCE-IDHIST-FILE
   GO TO SCY-COUNT.
    WRITE ID-HIST-REC FROM PCE-IDHIST-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-14-READ.
SCY-15.
    OPEN INPUT PCE-MFHIST-FILE.
SCY-15-READ.
    READ PCE-MFHIST-FILE AT END
   CLOSE PCE-MFHIST-FILE
   GO TO SCY-COUNT.
    WRITE MF-HIST-REC FROM PCE-MFHIST-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-15-READ.
SCY-16.
    OPEN INPUT PCE-MFPAYD-FILE.
SCY-16-READ.
    READ PCE-MFPAYD-FILE AT END
   CLOSE PCE-MFPAYD-FILE
   GO TO SCY-COUNT.
    WRITE MF-PAYDN-REC FROM PCE-MFPAYD-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-16-READ.
SCY-17.
    OPEN INPUT PCE-MFEXCP-FILE.
SCY-17-READ.
    READ PCE-MFEXCP-FILE AT END
   CLOSE PCE-MFEXCP-FILE
   GO TO SCY-COUNT.
    WRITE MF-EXCP-REC FROM PCE-MFEXCP-REC.
    ADD 1 TO SPL-CPY-CNT.
    GO TO SCY-17-READ.
SCY-COUNT.
    MOVE SPACES TO PRINT-REC.
    MOVE SPL-CPY-NAME (SPL-CPY-X) TO SCL-NAME.
    MOVE 'PIECE RECORDS COPIED' TO SCL-TEXT.
    MOVE SPL-CPY-CNT TO SCL-CNT.
    MOVE SPL-CNT-LINE TO PRINT-MESS.
    WRITE PRINT-REC AFTER ADVANCING 1 LINES.
SCY-EXIT.           EXIT.
*********************************************************
******************* END OF PROGRAM **********************
*********************************************************
