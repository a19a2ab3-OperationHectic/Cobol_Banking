                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSCsvStatus.
               SELECT HistFile ASSIGN TO DYNAMIC WSHistName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HistKey
                   ALTERNATE RECORD KEY IS HistDateKey
                       WITH DUPLICATES
                   FILE STATUS IS WSHistStatus.
               SELECT HistLineFile ASSIGN TO DYNAMIC WSHistLineName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSHistLineStatus.
               SELECT ArcFile ASSIGN TO DYNAMIC WSArcName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSArcStatus.
               SELECT IntLogFile ASSIGN TO DYNAMIC WSIntLogName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSIntLogStatus.
               SELECT TaxParmFile ASSIGN TO "tax.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSTaxParmStatus.
               SELECT TaxNoticeFile ASSIGN TO DYNAMIC WSTaxNoticeName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSTaxNoticeStatus.
               SELECT TaxExtFile ASSIGN TO DYNAMIC WSTaxExtName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSTaxExtStatus.
               SELECT TaxCtlFile ASSIGN TO DYNAMIC WSTaxCtlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSTaxCtlStatus.
               SELECT GlFile ASSIGN TO DYNAMIC WSGlName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSBatchStatus.
               SELECT BizDateFile ASSIGN TO DYNAMIC WSBizDateName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSBizDateStatus.
               SELECT HolidayFile ASSIGN TO "holidays.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSHolStatus.
               SELECT HoldFile ASSIGN TO DYNAMIC WSHoldName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HoldKey
                   FILE STATUS IS WSHoldFileStatus.
               SELECT HoldRptFile ASSIGN TO DYNAMIC WSHoldRptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSHoldRptStatus.
               SELECT CustFile ASSIGN TO DYNAMIC WSCustName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CustId
                   ALTERNATE RECORD KEY IS CustLastName
                       WITH DUPLICATES
                   FILE STATUS IS WSCustStatus.
               SELECT RelFile ASSIGN TO DYNAMIC WSRelName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RelKey
                   ALTERNATE RECORD KEY IS RelCustKey
                   FILE STATUS IS WSRelStatus.
               SELECT StmtCtlFile ASSIGN TO DYNAMIC WSStcName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS StcAcctId
                   FILE STATUS IS WSStcStatus.
               SELECT CmpParmFile ASSIGN TO "compliance.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSCmpParmStatus.
               SELECT CmpFile ASSIGN TO DYNAMIC WSCmpName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSCmpStatus.
               SELECT FeeParmFile ASSIGN TO "fees.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSFeeParmStatus.
               SELECT FeeCtlFile ASSIGN TO DYNAMIC WSFeeCtlName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FcKey
                   FILE STATUS IS WSFeeCtlStatus.
               SELECT FeeRptFile ASSIGN TO DYNAMIC WSFeeRptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSFeeRptStatus.
               SELECT ApvParmFile ASSIGN TO "approval.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSApvParmStatus.
               SELECT ApqFile ASSIGN TO DYNAMIC WSApqName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ApqNo
                   FILE STATUS IS WSApqFileStatus.
               SELECT ApvRptFile ASSIGN TO DYNAMIC WSApvRptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSApvRptStatus.
               SELECT DrwFile ASSIGN TO DYNAMIC WSDrwName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DrwKey
                   FILE STATUS IS WSDrwFileStatus.
               SELECT DrwRptFile ASSIGN TO DYNAMIC WSDrwRptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSDrwRptStatus.
               SELECT RvRptFile ASSIGN TO DYNAMIC WSRvRptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WSRvRptStatus.
        DATA DIVISION.
        FILE SECTION.
        FD InputFile.
        FD IntFile.
        01 IntRecord PIC X(80).
        FD HistFile.
        01 HistRecord.
           02 HistKey.
              03 HistAcctId PIC 9(6).
              03 HistSeqNo PIC 9(6).
           02 HistDateKey PIC X(8).
           02 HistText PIC X(120).
           02 HistRevSeq PIC 9(6).
           02 HistRefSeq PIC 9(6).
           02 HistRefType PIC X(2).
           02 HistPairAcct PIC 9(6).
        FD HistLineFile.
        01 HistLineRecord PIC X(120).
        FD ArcFile.
        01 ArcRecord PIC X(120).
        FD IntLogFile.
        01 IntLogRecord PIC X(80).
        FD TaxParmFile.
        01 TaxParmRecord PIC X(40).
        FD TaxNoticeFile.
        01 TaxNoticeRecord PIC X(80).
        FD TaxExtFile.
        01 TaxExtRecord PIC X(100).
        FD TaxCtlFile.
        01 TaxCtlRecord PIC X(100).
        FD GlFile.
        01 GlRecord PIC X(80).
        FD OrderFile.
        01 StmtRecord PIC X(80).
        FD BatchFile.
        01 BatchRecord PIC X(512).
        FD BizDateFile.
        01 BizDateRecord PIC X(20).
        FD HolidayFile.
        01 HolidayRecord PIC X(40).
        FD HoldFile.
        01 HoldRecord.
           02 HoldKey.
              03 HoldAcctId PIC 9(6).
              03 HoldNo PIC 9(4).
           02 HoldAmount PIC 9(7)V99.
           02 HoldReason PIC X(2).
           02 HoldOper PIC X(30).
           02 HoldPlaced PIC 9(8).
           02 HoldExpiry PIC 9(8).
           02 HoldStatus PIC X(1).
           02 HoldEndOper PIC X(30).
           02 HoldEndDate PIC 9(8).
        FD HoldRptFile.
        01 HoldRptRecord PIC X(100).
        FD CustFile.
        01 CustRecord.
           02 CustId PIC 9(6).
           02 CustFirstName PIC X(30).
           02 CustLastName PIC X(30).
           02 CustAddr1 PIC X(40).
           02 CustAddr2 PIC X(40).
           02 CustCity PIC X(30).
           02 CustState PIC X(2).
           02 CustZip PIC X(10).
           02 CustBirthDate PIC 9(8).
        FD RelFile.
        01 RelRecord.
           02 RelKey.
              03 RelAcctId PIC 9(6).
              03 RelCustId PIC 9(6).
           02 RelCustKey.
              03 RelAltCust PIC 9(6).
              03 RelAltAcct PIC 9(6).
           02 RelRole PIC X(1).
           02 RelDate PIC 9(8).
        FD StmtCtlFile.
        01 StcRecord.
           02 StcAcctId PIC 9(6).
           02 StcLastSeq PIC 9(6).
           02 StcLastDate PIC 9(8).
        FD CmpParmFile.
        01 CmpParmRecord PIC X(40).
        FD CmpFile.
        01 CmpRecord PIC X(132).
        FD FeeParmFile.
        01 FeeParmRecord PIC X(40).
        FD FeeCtlFile.
        01 FeeCtlRecord.
           02 FcKey.
              03 FcMonth PIC 9(6).
              03 FcAcctId PIC 9(6).
           02 FcDate PIC 9(8).
           02 FcAmount PIC 9(7)V99.
           02 FcOper PIC X(30).
        FD FeeRptFile.
        01 FeeRptRecord PIC X(132).
        FD ApvParmFile.
        01 ApvParmRecord PIC X(40).
        FD ApqFile.
        01 ApqRecord.
           02 ApqNo PIC 9(6).
           02 ApqType PIC X(2).
           02 ApqCode PIC X(1).
           02 ApqAcctId PIC 9(6).
           02 ApqToAcctId PIC 9(6).
           02 ApqAmount PIC 9(7)V99.
           02 ApqReqOper PIC X(30).
           02 ApqReqDate PIC 9(8).
           02 ApqReqTime PIC 9(6).
           02 ApqStatus PIC X(1).
           02 ApqActOper PIC X(30).
           02 ApqActDate PIC 9(8).
        FD ApvRptFile.
        01 ApvRptRecord PIC X(100).
        FD DrwFile.
        01 DrwRecord.
           02 DrwKey.
              03 DrwDate PIC 9(8).
              03 DrwOper PIC X(30).
           02 DrwOpenAmt PIC 9(7)V99.
           02 DrwOpenTime PIC 9(6).
           02 DrwStatus PIC X(1).
           02 DrwIns PIC 9(9)V99.
           02 DrwOuts PIC 9(9)V99.
           02 DrwExpected PIC S9(9)V99.
           02 DrwCounted PIC 9(7)V99.
           02 DrwOverShort PIC S9(9)V99.
           02 DrwCloseTime PIC 9(6).
        FD DrwRptFile.
        01 DrwRptRecord PIC X(132).
        FD RvRptFile.
        01 RvRptRecord PIC X(100).
        WORKING-STORAGE SECTION.
        01 VAL_LENGTH CONSTANT AS 7.
        01 Username PIC X(30) VALUE ZEROS.
        01 WSHistAmtText PIC X(20) VALUE SPACES.
        01 WSHistType PIC X(2) VALUE SPACES.
        01 WSHistOper PIC X(30) VALUE SPACES.
        01 WSHistSeq PIC 9(6) VALUE 0.
        01 WSHistSeqCount PIC 9(6) VALUE 0.
        01 WSHistSeqAcct PIC 9(6) VALUE 0.
        01 WSHistScanAcct PIC 9(6) VALUE 0.
        01 WSHistScanDate PIC X(8) VALUE SPACES.
        01 WSHistLineName PIC X(509) VALUE SPACES.
        01 WSHistLineStatus PIC XX.
        01 WSHistLineEnd PIC X(1) VALUE "N".
           88 HistLineAtEnd VALUE "Y".
        01 WSHiLoadCount PIC 9(7) VALUE 0.
        01 WSHiRejCount PIC 9(7) VALUE 0.
        01 WSArcName PIC X(520) VALUE SPACES.
        01 WSArcStatus PIC XX.
        01 WSArcCutoff PIC X(8) VALUE SPACES.
        01 WSArcAcct PIC 9(6) VALUE 0.
        01 WSArcNextAcct PIC 9(6) VALUE 0.
        01 WSArcDone PIC X(1) VALUE "N".
           88 ArcDone VALUE "Y".
        01 WSArcOldCount PIC 9(6) VALUE 0.
        01 WSArcItemCount PIC 9(6) VALUE 0.
        01 WSArcLastSeq PIC 9(6) VALUE 0.
        01 WSArcLastDate PIC X(8) VALUE SPACES.
        01 WSArcLastRun PIC X(20) VALUE SPACES.
        01 WSArcAcctCount PIC 9(6) VALUE 0.
        01 WSArcTotalItems PIC 9(7) VALUE 0.
        01 WSIntLogName PIC X(509) VALUE SPACES.
        01 WSIntLogStatus PIC XX.
        01 WSIntLogLine PIC X(80) VALUE SPACES.
        01 WSIntLogEnd PIC X(1) VALUE "N".
           88 IntLogAtEnd VALUE "Y".
        01 WSIntLogAmt PIC 9(9).99.
        01 WSIntLogDate PIC X(8) VALUE SPACES.
        01 WSIntLogCntText PIC X(10) VALUE SPACES.
        01 WSIntLogAmtText PIC X(20) VALUE SPACES.
        01 WSTaxParmStatus PIC XX.
        01 WSTaxParmLine PIC X(40) VALUE SPACES.
        01 WSTaxParmEnd PIC X(1) VALUE "N".
           88 TaxParmAtEnd VALUE "Y".
        01 WSTaxCodeText PIC X(4) VALUE SPACES.
        01 WSTaxValText PIC X(20) VALUE SPACES.
        01 WSTaxMinimum PIC 9(7)V99 VALUE 0.
        01 WSTaxMinOk PIC X(1) VALUE "N".
           88 TaxMinOk VALUE "Y".
        01 WSTaxPayer PIC X(30) VALUE SPACES.
        01 WSTaxPayerOk PIC X(1) VALUE "N".
           88 TaxPayerOk VALUE "Y".
        01 WSTaxYear PIC X(4) VALUE SPACES.
        01 WSTaxYearOk PIC X(1) VALUE "N".
           88 TaxYearOk VALUE "Y".
        01 WSTaxNoticeName PIC X(505) VALUE SPACES.
        01 WSTaxNoticeStatus PIC XX.
        01 WSTaxExtName PIC X(505) VALUE SPACES.
        01 WSTaxExtStatus PIC XX.
        01 WSTaxCtlName PIC X(505) VALUE SPACES.
        01 WSTaxCtlStatus PIC XX.
        01 WSTaxLine PIC X(100) VALUE SPACES.
        01 WSTaxAcctInt PIC S9(9)V99 VALUE 0.
        01 WSTaxRptCount PIC 9(7) VALUE 0.
        01 WSTaxRptTotal PIC 9(11)V99 VALUE 0.
        01 WSTaxLowCount PIC 9(7) VALUE 0.
        01 WSTaxLowTotal PIC 9(11)V99 VALUE 0.
        01 WSTaxAcctTotal PIC 9(11)V99 VALUE 0.
        01 WSTaxHistTotal PIC S9(11)V99 VALUE 0.
        01 WSTaxAccrTotal PIC 9(11)V99 VALUE 0.
        01 WSTaxAccrRuns PIC 9(5) VALUE 0.
        01 WSTaxOrphan PIC S9(11)V99 VALUE 0.
        01 WSTaxDiff PIC S9(11)V99 VALUE 0.
        01 WSTaxAmtOut PIC -ZZZZZZZZZZ9.99.
        01 WSTaxExtHeader.
           02 TyhRecType PIC X(1) VALUE "H".
           02 TyhYear PIC X(4).
           02 TyhRunDate PIC 9(8).
           02 TyhPayer PIC X(30).
           02 FILLER PIC X(57) VALUE SPACES.
        01 WSTaxExtDetail.
           02 TydRecType PIC X(1) VALUE "D".
           02 TydYear PIC X(4).
           02 TydAcctId PIC 9(6).
           02 TydLastName PIC X(30).
           02 TydFirstName PIC X(30).
           02 TydAmount PIC 9(9)V99.
           02 FILLER PIC X(18) VALUE SPACES.
        01 WSTaxExtTrailer.
           02 TytRecType PIC X(1) VALUE "T".
           02 TytYear PIC X(4).
           02 TytCount PIC 9(7).
           02 TytTotal PIC 9(11)V99.
           02 FILLER PIC X(75) VALUE SPACES.
        01 WSHistRunBal PIC S9(7)V99 VALUE 0.
        01 WSHistRunOut PIC +9(7).99.
        01 WSHistTypeText PIC X(4) VALUE SPACES.
        01 WSGlPostAcct PIC X(5) VALUE SPACES.
        01 WSGlPostCode PIC X(1) VALUE SPACES.
        01 WSGlPostAmt PIC 9(9)V99 VALUE 0.
        01 WSGlPostDesc PIC X(30) VALUE SPACES.
        01 WSGlAmt PIC 9(9).99.
        01 WSGlDebOut PIC 9(11).99.
        01 WSGlCredOut PIC 9(11).99.
        01 WSFrozenTotal PIC S9(9)V99 VALUE 0.
        01 WSClosedTotal PIC S9(9)V99 VALUE 0.
        01 WSOverdrawnTotal PIC S9(9)V99 VALUE 0.
        01 WSBizDateName PIC X(505) VALUE SPACES.
        01 WSBizDateStatus PIC XX.
        01 WSBizDateLine PIC X(20) VALUE SPACES.
        01 WSHolStatus PIC XX.
        01 WSHolLine PIC X(40) VALUE SPACES.
        01 WSHolEnd PIC X(1) VALUE "N".
           88 HolAtEnd VALUE "Y".
        01 WSCalDate PIC 9(8) VALUE 0.
        01 WSCalDayNo PIC 9(7) VALUE 0.
        01 WSCalWeekDay PIC 9(1) VALUE 0.
        01 WSCalBizDay PIC X(1) VALUE "N".
           88 CalBusinessDay VALUE "Y".
        01 WSCloseLastStep PIC 9(1) VALUE 8.
        01 WSOrdPostDate PIC X(8) VALUE SPACES.
        01 WSEntryDateOk PIC X(1) VALUE "N".
           88 EntryDateOk VALUE "Y".
        01 WSHold.
           02 WSHoldKey.
              03 WSHoldAcctId PIC 9(6).
              03 WSHoldNo PIC 9(4).
           02 WSHoldAmount PIC 9(7)V99.
           02 WSHoldReason PIC X(2).
              88 HoldReasonValid VALUE "UC" "LG" "PA" "OT".
           02 WSHoldOper PIC X(30).
           02 WSHoldPlaced PIC 9(8).
           02 WSHoldExpiry PIC 9(8).
           02 WSHoldStatus PIC X(1).
              88 HoldActive VALUE "A".
              88 HoldReleased VALUE "R".
              88 HoldExpired VALUE "E".
           02 WSHoldEndOper PIC X(30).
           02 WSHoldEndDate PIC 9(8).
        01 WSHoldName PIC X(505) VALUE SPACES.
        01 WSHoldFileStatus PIC XX.
        01 WSHoldRptName PIC X(505) VALUE SPACES.
        01 WSHoldRptStatus PIC XX.
        01 WSHoldLine PIC X(100) VALUE SPACES.
        01 WSHoldEnd PIC X(1) VALUE "N".
           88 HoldAtEnd VALUE "Y".
        01 WSHoldTotal PIC 9(9)V99 VALUE 0.
        01 WSHoldNextNo PIC 9(4) VALUE 0.
        01 WSHoldSelAcct PIC 9(6) VALUE 0.
        01 WSHoldSelNo PIC 9(4) VALUE 0.
        01 WSHoldSelOk PIC X(1) VALUE "N".
           88 HoldSelOk VALUE "Y".
        01 WSHoldCount PIC 9(6) VALUE 0.
        01 WSHoldActCount PIC 9(6) VALUE 0.
        01 WSHoldActTotal PIC 9(9)V99 VALUE 0.
        01 WSHoldExpCount PIC 9(6) VALUE 0.
        01 WSHoldExpTotal PIC 9(9)V99 VALUE 0.
        01 WSHoldAction PIC X(8) VALUE SPACES.
        01 WSHoldRunOk PIC X(1) VALUE "N".
           88 HoldRunOk VALUE "Y".
        01 WSCustomer.
           02 WSCustId PIC 9(6).
           02 WSCustFirstName PIC X(30).
           02 WSCustLastName PIC X(30).
           02 WSCustAddr1 PIC X(40).
           02 WSCustAddr2 PIC X(40).
           02 WSCustCity PIC X(30).
           02 WSCustState PIC X(2).
           02 WSCustZip PIC X(10).
           02 WSCustBirthDate PIC 9(8).
        01 WSRelation.
           02 WSRelKey.
              03 WSRelAcctId PIC 9(6).
              03 WSRelCustId PIC 9(6).
           02 WSRelCustKey.
              03 WSRelAltCust PIC 9(6).
              03 WSRelAltAcct PIC 9(6).
           02 WSRelRole PIC X(1).
              88 RoleValid VALUE "P" "J" "T".
              88 RolePrimary VALUE "P".
           02 WSRelDate PIC 9(8).
        01 WSCustName PIC X(505) VALUE SPACES.
        01 WSCustStatus PIC XX.
        01 WSRelName PIC X(505) VALUE SPACES.
        01 WSRelStatus PIC XX.
        01 WSCustEnd PIC X(1) VALUE "N".
           88 CustAtEnd VALUE "Y".
        01 WSRelEnd PIC X(1) VALUE "N".
           88 RelAtEnd VALUE "Y".
        01 WSCustOpen PIC X(1) VALUE "N".
           88 CustFileOpen VALUE "Y".
        01 WSCustFound PIC X(1) VALUE "N".
           88 CustFound VALUE "Y".
        01 WSLinkOk PIC X(1) VALUE "N".
           88 LinkOk VALUE "Y".
        01 WSCustNextId PIC 9(6) VALUE 0.
        01 WSCustSelId PIC 9(6) VALUE 0.
        01 WSCustMatchCount PIC 9(6) VALUE 0.
        01 WSCustConvCount PIC 9(6) VALUE 0.
        01 WSBirthValid PIC X(1) VALUE "N".
           88 BirthIsValid VALUE "Y".
        01 WSRoleCode PIC X(1) VALUE SPACE.
        01 WSRoleText PIC X(7) VALUE SPACES.
        01 WSOwnAcct PIC 9(6) VALUE 0.
        01 WSOwnerTable.
           02 WSOwnerEntry OCCURS 10 TIMES.
              03 WSOwnCustId PIC 9(6).
              03 WSOwnRole PIC X(1).
              03 WSOwnName PIC X(61).
        01 WSOwnerCount PIC 9(2) VALUE 0.
        01 WSOwnerIx PIC 9(2) VALUE 0.
        01 WSCustAcctTable.
           02 WSCustAcctEntry OCCURS 50 TIMES.
              03 WSCaAcctId PIC 9(6).
              03 WSCaRole PIC X(1).
        01 WSCustAcctCount PIC 9(2) VALUE 0.
        01 WSCustAcctIx PIC 9(2) VALUE 0.
        01 WSCustRelBal PIC S9(9)V99 VALUE 0.
        01 WSStcName PIC X(505) VALUE SPACES.
        01 WSStcStatus PIC XX.
        01 WSStcOpen PIC X(1) VALUE "N".
           88 StcFileOpen VALUE "Y".
        01 WSStmtRunOk PIC X(1) VALUE "N".
           88 StmtRunOk VALUE "Y".
        01 WSStcLastSeq PIC 9(6) VALUE 0.
        01 WSStmtMaxSeq PIC 9(6) VALUE 0.
        01 WSHistSeqNum PIC 9(6) VALUE 0.
        01 WSPrfSeqText PIC X(20) VALUE SPACES.
        01 WSPrfSeq PIC 9(6) VALUE 0.
        01 WSCmpParmStatus PIC XX.
        01 WSCmpParmLine PIC X(40) VALUE SPACES.
        01 WSCmpParmEnd PIC X(1) VALUE "N".
           88 CmpParmAtEnd VALUE "Y".
        01 WSCmpCodeText PIC X(4) VALUE SPACES.
        01 WSCmpValText PIC X(20) VALUE SPACES.
        01 WSCmpThreshold PIC 9(7)V99 VALUE 0.
        01 WSCmpDays PIC 9(3) VALUE 0.
        01 WSCmpThreshOk PIC X(1) VALUE "N".
           88 CmpThreshOk VALUE "Y".
        01 WSCmpDaysOk PIC X(1) VALUE "N".
           88 CmpDaysOk VALUE "Y".
        01 WSCmpName PIC X(505) VALUE SPACES.
        01 WSCmpStatus PIC XX.
        01 WSCmpLine PIC X(132) VALUE SPACES.
        01 WSCmpFromText PIC X(8) VALUE SPACES.
        01 WSCmpToText PIC X(8) VALUE SPACES.
        01 WSCmpFromDate PIC 9(8) VALUE 0.
        01 WSCmpItemTable.
           02 WSCmpItem OCCURS 200 TIMES.
              03 WSCiAcct PIC 9(6).
              03 WSCiDate PIC X(8).
              03 WSCiType PIC X(2).
              03 WSCiSeq PIC X(6).
              03 WSCiAmt PIC 9(7)V99.
              03 WSCiOper PIC X(30).
              03 WSCiFlag PIC X(6).
        01 WSCmpItemCount PIC 9(3) VALUE 0.
        01 WSCmpItemIx PIC 9(3) VALUE 0.
        01 WSCmpItemsFull PIC X(1) VALUE "N".
           88 CmpItemsFull VALUE "Y".
        01 WSCmpOperTable.
           02 WSCmpOperEntry OCCURS 20 TIMES.
              03 WSCoName PIC X(30).
              03 WSCoCount PIC 9(3).
              03 WSCoTotal PIC 9(9)V99.
        01 WSCmpOperCount PIC 9(2) VALUE 0.
        01 WSCmpOperIx PIC 9(2) VALUE 0.
        01 WSCmpOperHit PIC X(1) VALUE "N".
           88 CmpOperHit VALUE "Y".
        01 WSCmpInCount PIC 9(3) VALUE 0.
        01 WSCmpInTotal PIC 9(9)V99 VALUE 0.
        01 WSCmpOutCount PIC 9(3) VALUE 0.
        01 WSCmpOutTotal PIC 9(9)V99 VALUE 0.
        01 WSCmpInSmall PIC 9(9)V99 VALUE 0.
        01 WSCmpOutSmall PIC 9(9)V99 VALUE 0.
        01 WSCmpLargeCount PIC 9(3) VALUE 0.
        01 WSCmpFlagTotal PIC 9(9)V99 VALUE 0.
        01 WSCmpStructIn PIC X(1) VALUE "N".
           88 CmpStructIn VALUE "Y".
        01 WSCmpStructOut PIC X(1) VALUE "N".
           88 CmpStructOut VALUE "Y".
        01 WSCmpAcctCount PIC 9(6) VALUE 0.
        01 WSCmpCaseCount PIC 9(6) VALUE 0.
        01 WSCmpLargeAll PIC 9(6) VALUE 0.
        01 WSCmpStructAll PIC 9(6) VALUE 0.
        01 WSCmpCustCount PIC 9(6) VALUE 0.
        01 WSCmpCustCases PIC 9(6) VALUE 0.
        01 WSFeeParmStatus PIC XX.
        01 WSFeeParmLine PIC X(40) VALUE SPACES.
        01 WSFeeParmEnd PIC X(1) VALUE "N".
           88 FeeParmAtEnd VALUE "Y".
        01 WSFeeCodeText PIC X(4) VALUE SPACES.
        01 WSFeeValText PIC X(20) VALUE SPACES.
        01 WSFeeMaint PIC 9(5)V99 VALUE 0.
        01 WSFeeWaiveBal PIC 9(7)V99 VALUE 0.
        01 WSFeeFreeItems PIC 9(3) VALUE 0.
        01 WSFeeItemFee PIC 9(3)V99 VALUE 0.
        01 WSFeeParmsFound PIC 9(1) VALUE 0.
        01 WSFeeCtlName PIC X(505) VALUE SPACES.
        01 WSFeeCtlStatus PIC XX.
        01 WSFeeRptName PIC X(505) VALUE SPACES.
        01 WSFeeRptStatus PIC XX.
        01 WSFeeLine PIC X(132) VALUE SPACES.
        01 WSFeeMonth PIC X(6) VALUE SPACES.
        01 WSFeeMonthNum PIC 9(6) VALUE 0.
        01 WSFeeMonthOk PIC X(1) VALUE "N".
           88 FeeMonthOk VALUE "Y".
        01 WSFeeOpenBal PIC S9(9)V99 VALUE 0.
        01 WSFeeOpenFound PIC X(1) VALUE "N".
           88 FeeOpenFound VALUE "Y".
        01 WSFeeInMonth PIC X(1) VALUE "N".
           88 FeeInMonth VALUE "Y".
        01 WSFeeMonthMin PIC S9(9)V99 VALUE 0.
        01 WSFeeMinBal PIC S9(9)V99 VALUE 0.
        01 WSFeeRunBal PIC S9(9)V99 VALUE 0.
        01 WSFeeRunOk PIC X(1) VALUE "N".
           88 FeeRunOk VALUE "Y".
        01 WSFeeDebits PIC 9(5) VALUE 0.
        01 WSFeeExcess PIC 9(5) VALUE 0.
        01 WSFeeMaintDue PIC 9(5)V99 VALUE 0.
        01 WSFeeItemDue PIC 9(7)V99 VALUE 0.
        01 WSFeeTotalDue PIC 9(7)V99 VALUE 0.
        01 WSFeeAction PIC X(8) VALUE SPACES.
        01 WSFeeAcctCount PIC 9(6) VALUE 0.
        01 WSFeeChgCount PIC 9(6) VALUE 0.
        01 WSFeeWaiveCount PIC 9(6) VALUE 0.
        01 WSFeeNoneCount PIC 9(6) VALUE 0.
        01 WSFeeDoneCount PIC 9(6) VALUE 0.
        01 WSFeeMaintTotal PIC 9(9)V99 VALUE 0.
        01 WSFeeItemTotal PIC 9(9)V99 VALUE 0.
        01 WSFeeGrandTotal PIC 9(9)V99 VALUE 0.
        01 WSFeeMinOut PIC -ZZZZZZZ9.99.
        01 WSFeeMaintOut PIC ZZZZ9.99.
        01 WSFeeItemOut PIC ZZZZZZ9.99.
        01 WSFeeTotalOut PIC ZZZZZZ9.99.
        01 WSGlFeeTotal PIC 9(9)V99 VALUE 0.
        01 WSGlAdjDeb PIC 9(9)V99 VALUE 0.
        01 WSGlAdjCred PIC 9(9)V99 VALUE 0.
        01 WSTellerCode PIC X(1) VALUE SPACES.
        01 WSTellerType PIC X(2) VALUE SPACES.
        01 WSHistMaker PIC X(30) VALUE SPACES.
        01 WSHistChecker PIC X(30) VALUE SPACES.
        01 WSApvParmStatus PIC XX.
        01 WSApvParmLine PIC X(40) VALUE SPACES.
        01 WSApvParmEnd PIC X(1) VALUE "N".
           88 ApvParmAtEnd VALUE "Y".
        01 WSApvCodeText PIC X(4) VALUE SPACES.
        01 WSApvValText PIC X(20) VALUE SPACES.
        01 WSApvLimit PIC 9(7)V99 VALUE 0.
        01 WSApvCloseAct PIC X(1) VALUE "C".
           88 ApvCloseDecline VALUE "D".
        01 WSApvNeeded PIC X(1) VALUE "N".
           88 ApvNeeded VALUE "Y".
        01 WSApvAcctOk PIC X(1) VALUE "N".
           88 ApvAcctOk VALUE "Y".
        01 WSApq.
           02 WSApqNo PIC 9(6).
           02 WSApqType PIC X(2).
              88 ApqTransfer VALUE "TR".
           02 WSApqCode PIC X(1).
           02 WSApqAcctId PIC 9(6).
           02 WSApqToAcctId PIC 9(6).
           02 WSApqAmount PIC 9(7)V99.
           02 WSApqReqOper PIC X(30).
           02 WSApqReqDate PIC 9(8).
           02 WSApqReqTime PIC 9(6).
           02 WSApqStatus PIC X(1).
              88 ApqPending VALUE "P".
              88 ApqApproved VALUE "A".
              88 ApqDeclined VALUE "D".
           02 WSApqActOper PIC X(30).
           02 WSApqActDate PIC 9(8).
        01 WSApqName PIC X(505) VALUE SPACES.
        01 WSApqFileStatus PIC XX.
        01 WSApqEnd PIC X(1) VALUE "N".
           88 ApqAtEnd VALUE "Y".
        01 WSApqNextNo PIC 9(6) VALUE 0.
        01 WSApqSelNo PIC 9(6) VALUE 0.
        01 WSApqSelOk PIC X(1) VALUE "N".
           88 ApqSelOk VALUE "Y".
        01 WSApqCount PIC 9(6) VALUE 0.
        01 WSApqAction PIC X(8) VALUE SPACES.
        01 WSApvRptName PIC X(505) VALUE SPACES.
        01 WSApvRptStatus PIC XX.
        01 WSApvLine PIC X(100) VALUE SPACES.
        01 WSApvCarryCount PIC 9(6) VALUE 0.
        01 WSApvDeclCount PIC 9(6) VALUE 0.
        01 WSApvPendTotal PIC 9(9)V99 VALUE 0.
        01 WSApvRunOk PIC X(1) VALUE "N".
           88 ApvRunOk VALUE "Y".
        01 WSDrw.
           02 WSDrwKey.
              03 WSDrwDate PIC 9(8).
              03 WSDrwOper PIC X(30).
           02 WSDrwOpenAmt PIC 9(7)V99.
           02 WSDrwOpenTime PIC 9(6).
           02 WSDrwStatus PIC X(1).
              88 DrawerOpen VALUE "O".
              88 DrawerClosed VALUE "C".
           02 WSDrwIns PIC 9(9)V99.
           02 WSDrwOuts PIC 9(9)V99.
           02 WSDrwExpected PIC S9(9)V99.
           02 WSDrwCounted PIC 9(7)V99.
           02 WSDrwOverShort PIC S9(9)V99.
           02 WSDrwCloseTime PIC 9(6).
        01 WSDrwName PIC X(505) VALUE SPACES.
        01 WSDrwFileStatus PIC XX.
        01 WSDrwRptName PIC X(505) VALUE SPACES.
        01 WSDrwRptStatus PIC XX.
        01 WSDrwLine PIC X(132) VALUE SPACES.
        01 WSDrwEnd PIC X(1) VALUE "N".
           88 DrwAtEnd VALUE "Y".
        01 WSDrwCash PIC 9(7)V99 VALUE 0.
        01 WSDrwCashOk PIC X(1) VALUE "N".
           88 DrwCashOk VALUE "Y".
        01 WSDrwCount PIC 9(4) VALUE 0.
        01 WSDrwOpenCount PIC 9(4) VALUE 0.
        01 WSDrwOutCount PIC 9(4) VALUE 0.
        01 WSDrwNetOverShort PIC S9(9)V99 VALUE 0.
        01 WSDrwAction PIC X(8) VALUE SPACES.
        01 WSDrwRunOk PIC X(1) VALUE "N".
           88 DrwRunOk VALUE "Y".
        01 WSDrwAmtOut PIC -ZZZZZZZZ9.99.
        01 WSDrwInsOut PIC -ZZZZZZZZ9.99.
        01 WSDrwOutsOut PIC -ZZZZZZZZ9.99.
        01 WSDrwExpOut PIC -ZZZZZZZZ9.99.
        01 WSDrwCntOut PIC -ZZZZZZZZ9.99.
        01 WSDrwOsOut PIC -ZZZZZZZZ9.99.
        01 WSHistRevSeq PIC 9(6) VALUE 0.
        01 WSHistRefSeq PIC 9(6) VALUE 0.
        01 WSHistRefType PIC X(2) VALUE SPACES.
        01 WSHistPairAcct PIC 9(6) VALUE 0.
        01 WSHistPostRef PIC 9(6) VALUE 0.
        01 WSHistPostType PIC X(2) VALUE SPACES.
        01 WSHistPostPair PIC 9(6) VALUE 0.
        01 WSRvSeq PIC 9(6) VALUE 0.
        01 WSRvSeqOk PIC X(1) VALUE "N".
           88 RvSeqOk VALUE "Y".
        01 WSRvFound PIC X(1) VALUE "N".
           88 RvFound VALUE "Y".
        01 WSRvOk PIC X(1) VALUE "N".
           88 RvOk VALUE "Y".
        01 WSRvOper PIC X(30) VALUE SPACES.
        01 WSRvPairAcct PIC 9(6) VALUE 0.
        01 WSRvPairCount PIC 9(4) VALUE 0.
        01 WSRvLegCount PIC 9(1) VALUE 0.
        01 WSRvApplied PIC 9(1) VALUE 0.
        01 WSRvIx PIC 9(1) VALUE 0.
        01 WSRvLegTable.
           02 WSRvLeg OCCURS 2 TIMES.
              03 WSRvLegAcct PIC 9(6).
              03 WSRvLegSeq PIC 9(6).
              03 WSRvLegCode PIC X(1).
              03 WSRvLegType PIC X(2).
              03 WSRvLegDate PIC X(8).
              03 WSRvLegAmt PIC 9(7)V99.
              03 WSRvLegBal PIC S9(7)V99.
              03 WSRvLegNewSeq PIC 9(6).
              03 WSRvLegHold PIC X(96).
        01 WSRvRptName PIC X(505) VALUE SPACES.
        01 WSRvRptStatus PIC XX.
        01 WSRvLine PIC X(100) VALUE SPACES.
        01 WSRvCount PIC 9(5) VALUE 0.
        01 WSRvDebTotal PIC 9(9)V99 VALUE 0.
        01 WSRvCredTotal PIC 9(9)V99 VALUE 0.
        01 WSRvRunOk PIC X(1) VALUE "N".
           88 RvRunOk VALUE "Y".
        01 WSStmtRvCount PIC 9(4) VALUE 0.
        01 WSStmtRvDeb PIC 9(9)V99 VALUE 0.
        01 WSStmtRvCred PIC 9(9)V99 VALUE 0.
        01 WSGlRvTable.
           02 WSGlRvEntry OCCURS 6 TIMES.
              03 WSGlRvAcct PIC X(5).
              03 WSGlRvDesc PIC X(30).
              03 WSGlRvDeb PIC 9(9)V99.
              03 WSGlRvCred PIC 9(9)V99.
        01 WSGlRvIx PIC 9(1) VALUE 0.
        01 WSTaxAcctRev PIC 9(9)V99 VALUE 0.
        01 WSTaxRevTotal PIC 9(11)V99 VALUE 0.

        PROCEDURE DIVISION.
        ACCEPT WSCommandLine FROM COMMAND-LINE.
                           PERFORM PostTellerTxn
                       END-IF

                   WHEN Command = "aj"
                       IF Parameters = SPACE THEN
                           DISPLAY "Amount? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping aj."
                       ELSE
                           PERFORM BuildFilename
                           PERFORM PostAdjustTxn
                       END-IF

                   WHEN Command = "tr"
                       IF Parameters = SPACE THEN
                           DISPLAY "Amount? " WITH NO ADVANCING
                           PERFORM PostJournalFile
                       END-IF

                   WHEN Command = "hd"
                       IF Parameters = SPACE THEN
                           DISPLAY "Hold action (add/ls/rel)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping hd."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "add"
                                   PERFORM HoldAdd
                               WHEN "ls"
                                   PERFORM HoldList
                               WHEN "rel"
                                   PERFORM HoldRelease
                               WHEN OTHER
                                   DISPLAY "Hold action must be"
                                      " add, ls or rel."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "cu"
                       IF Parameters = SPACE THEN
                           DISPLAY "Customer action"
                              " (add/up/lk/ln/ul/cv)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping cu."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "add"
                                   PERFORM CustomerAdd
                               WHEN "up"
                                   PERFORM CustomerUpdate
                               WHEN "lk"
                                   PERFORM CustomerLookup
                               WHEN "ln"
                                   PERFORM CustomerLink
                               WHEN "ul"
                                   PERFORM CustomerUnlink
                               WHEN "cv"
                                   PERFORM CustomerConvert
                               WHEN OTHER
                                   DISPLAY "Customer action must be"
                                      " add, up, lk, ln, ul or cv."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "cm"
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping cm."
                       ELSE
                           PERFORM BuildFilename
                           DISPLAY "Compliance Review " Arguments
                           PERFORM ComplianceRun
                       END-IF

                   WHEN Command = "fe"
                       IF Parameters = SPACE THEN
                           DISPLAY "Fee month (YYYYMM)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping fe."
                       ELSE
                           PERFORM BuildFilename
                           DISPLAY "Service Charge Run " Arguments
                           PERFORM ServiceChargeRun
                       END-IF

                   WHEN Command = "ap"
                       IF Parameters = SPACE THEN
                           DISPLAY "Approval action (ls/ok/dc)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping ap."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "ls"
                                   PERFORM ApprovalList
                               WHEN "ok"
                                   PERFORM ApprovalApprove
                               WHEN "dc"
                                   PERFORM ApprovalDecline
                               WHEN OTHER
                                   DISPLAY "Approval action must be"
                                      " ls, ok or dc."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "dr"
                       IF Parameters = SPACE THEN
                           DISPLAY "Drawer action (open/close/rpt)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping dr."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "open"
                                   PERFORM DrawerOpenCmd
                               WHEN "close"
                                   PERFORM DrawerCloseCmd
                               WHEN "rpt"
                                   PERFORM DrawerReportCmd
                               WHEN OTHER
                                   DISPLAY "Drawer action must be"
                                      " open, close or rpt."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "hi"
                       IF Parameters = SPACE THEN
                           DISPLAY "History action (conv/arc)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping hi."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "conv"
                                   PERFORM HistoryConvert
                               WHEN "arc"
                                   PERFORM HistoryArchive
                               WHEN OTHER
                                   DISPLAY "History action must be"
                                      " conv or arc."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "rv"
                       IF Parameters = SPACE THEN
                           DISPLAY "Reversal action (post/rpt)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping rv."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "post"
                                   PERFORM ReversalPost
                               WHEN "rpt"
                                   PERFORM ReversalReportRun
                               WHEN OTHER
                                   DISPLAY "Reversal action must be"
                                      " post or rpt."
                           END-EVALUATE
                       END-IF

                   WHEN Command = "ty"
                       IF Parameters = SPACE THEN
                           DISPLAY "Tax year (YYYY)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping ty."
                       ELSE
                           PERFORM BuildFilename
                           DISPLAY "Interest Tax Reporting "
                              Arguments
                           PERFORM TaxYearRun
                       END-IF

                   WHEN Command = "bd"
                       IF Parameters = SPACE THEN
                           DISPLAY "Business date action"
                              " (show/roll)? "
                              WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Parameters
                       END-IF
                       IF Arguments = SPACE THEN
                           DISPLAY "Filename? " WITH NO ADVANCING
                           PERFORM GetField
                           MOVE WSFieldInput TO Arguments
                       END-IF
                       IF BatchMode AND BatchAtEnd THEN
                           DISPLAY
                              "Batch input ended; skipping bd."
                       ELSE
                           PERFORM BuildFilename
                           EVALUATE Parameters
                               WHEN "show"
                                   PERFORM BusinessDateShow
                               WHEN "roll"
                                   PERFORM BusinessDateRoll
                               WHEN OTHER
                                   DISPLAY "Business date action"
                                      " must be show or roll."
                           END-EVALUATE
                       END-IF

                   WHEN OTHER
                       DISPLAY 'INVALID COMMAND'
               END-EVALUATE
           END-IF.

        PostTellerTxn.
           IF Command = "dp" THEN
               MOVE "C" TO WSTellerCode
               MOVE "TD" TO WSTellerType
           ELSE
               MOVE "D" TO WSTellerCode
               MOVE "TW" TO WSTellerType
           END-IF
           PERFORM GetValidAmount
           IF AmountIsValid THEN
               OPEN I-O InputFile
               IF WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open " Arguments
                   IF AbortRecord THEN
                       DISPLAY "Batch input ended; not posted."
                   ELSE
                       PERFORM PostTellerAccount
                   END-IF
                   CLOSE InputFile
               END-IF
           END-IF.

        PostTellerAccount.
           MOVE "N" TO WSApvNeeded
           IF WSTellerCode = "D" OR WSTellerType = "AJ" THEN
               PERFORM CheckApprovalLimit
           END-IF
           MOVE WSAccountId TO AccountId
           READ InputFile
               INVALID KEY
                   DISPLAY "Account " AccountId
                      " not on file."
               NOT INVALID KEY
                   IF ApvNeeded THEN
                       MOVE Person TO WSPerson
                       IF NOT AccountOpen AND NOT AccountDormant
                          THEN
                           DISPLAY "Account " AccountId
                              " is not open; not queued."
                       ELSE
                           MOVE AccountId TO WSApqAcctId
                           MOVE 0 TO WSApqToAcctId
                           PERFORM QueueForApproval
                       END-IF
                   ELSE
                       PERFORM ApplyTellerTxn
                   END-IF
           END-READ.

        PostAdjustTxn.
           MOVE "AJ" TO WSTellerType
           PERFORM GetValidAmount
           IF AmountIsValid THEN
               OPEN I-O InputFile
               IF WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open " Arguments
                      " (status " WSInputStatus ")."
               ELSE
                   MOVE "N" TO WSRecordAbort
                   PERFORM GetValidAccountId
                   IF AbortRecord THEN
                       DISPLAY "Batch input ended; not posted."
                   ELSE
                       DISPLAY "Credit or debit (C/D): "
                          WITH NO ADVANCING
                       PERFORM GetField
                       MOVE SPACES TO WSTellerCode
                       IF WSFieldInput(2:) = SPACES THEN
                           EVALUATE WSFieldInput(1:1)
                               WHEN "C" WHEN "c"
                                   MOVE "C" TO WSTellerCode
                               WHEN "D" WHEN "d"
                                   MOVE "D" TO WSTellerCode
                           END-EVALUATE
                       END-IF
                       IF WSTellerCode NOT = "C"
                          AND WSTellerCode NOT = "D" THEN
                           DISPLAY "Enter C or D; not posted."
                       ELSE
                           PERFORM PostTellerAccount
                       END-IF
                   END-IF
                   CLOSE InputFile
               END-IF
               END-IF
           END-IF
           IF PostOk THEN
               PERFORM GetBusinessDate
               MOVE WSToday TO WSLastActDate
               MOVE WSPerson TO Person
               REWRITE Person
               END-REWRITE
           END-IF
           IF PostOk THEN
               PERFORM GetBusinessDate
               MOVE WSToday TO WSHistDate
               MOVE WSTellerCode TO WSHistCode
               MOVE WSTellerType TO WSHistType
               MOVE WSBalance TO WSHistRunBal
               PERFORM WriteHistory
               MOVE WSBalance TO WSBalanceOut
           END-IF.

        ApplyTellerAmount.
           IF WSTellerCode = "C" THEN
               ADD WSAmount TO WSBalance
                   ON SIZE ERROR
                       DISPLAY "Credit would exceed the maximum"
                          " balance; not posted."
                   NOT ON SIZE ERROR
                       MOVE "Y" TO WSPostOk
               END-ADD
           ELSE
               PERFORM ComputeAvailFunds
               IF WSAmount > WSAvailFunds THEN
                   PERFORM ShowFundsShortfall
               ELSE
                   SUBTRACT WSAmount FROM WSBalance
                   MOVE "Y" TO WSPostOk
                           DISPLAY "From and to accounts must"
                              " differ; not posted."
                       ELSE
                           PERFORM CheckApprovalLimit
                           IF ApvNeeded THEN
                               PERFORM QueueTransfer
                           ELSE
                               PERFORM ApplyTransfer
                           END-IF
                       END-IF
                   END-IF
                   CLOSE InputFile
               PERFORM TransferToLeg
           END-IF
           IF XferOk THEN
               PERFORM GetBusinessDate
               MOVE WSToday TO WSHistDate
               MOVE "TR" TO WSHistType
               MOVE WSXferFromId TO AccountId
               MOVE "D" TO WSHistCode
               MOVE WSXferFromBal TO WSHistRunBal
               MOVE WSXferToId TO WSHistPostPair
               PERFORM WriteHistory
               MOVE WSXferToId TO AccountId
               MOVE "C" TO WSHistCode
               MOVE WSXferToBal TO WSHistRunBal
               MOVE WSXferFromId TO WSHistPostPair
               PERFORM WriteHistory
               MOVE 0 TO WSHistPostPair
               MOVE WSXferFromBal TO WSBalanceOut
               DISPLAY "Transfer posted."
               DISPLAY "New balance for " WSXferFromId ": "
           END-READ.

        ApplyTransferDebit.
           PERFORM ComputeAvailFunds
           IF WSAmount > WSAvailFunds THEN
               PERFORM ShowFundsShortfall
           ELSE
               SUBTRACT WSAmount FROM WSBalance
               MOVE WSBalance TO WSXferFromBal
               IF AccountDormant THEN
                   MOVE "O" TO WSAcctStatus
               END-IF
               PERFORM GetBusinessDate
               MOVE WSToday TO WSLastActDate
               MOVE WSPerson TO Person
               REWRITE Person
                                   MOVE "O" TO WSAcctStatus
                               END-IF
                               MOVE WSBalance TO WSXferToBal
                               PERFORM GetBusinessDate
                               MOVE WSToday TO WSLastActDate
                               MOVE WSPerson TO Person
                               REWRITE Person
                   PERFORM WriteIntLine
                   CLOSE IntFile
                   CLOSE InputFile
                   PERFORM WriteIntLog
                   DISPLAY "Accounts paid: " WSIntCount
                   MOVE WSIntTotal TO WSAmountOut
                   DISPLAY "Interest posted: " WSAmountOut
               END-IF
           END-IF.

        WriteIntLog.
           PERFORM BuildIntLogName
           PERFORM GetBusinessDate
           MOVE WSIntTotal TO WSIntLogAmt
           MOVE SPACES TO WSIntLogLine
           STRING WSToday DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSIntCount DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSIntLogAmt DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Username DELIMITED BY SPACE
                  INTO WSIntLogLine
           END-STRING
           OPEN EXTEND IntLogFile
           IF WSIntLogStatus = "35" THEN
               OPEN OUTPUT IntLogFile
           END-IF
           MOVE WSIntLogLine TO IntLogRecord
           WRITE IntLogRecord
           CLOSE IntLogFile.

        BuildIntLogName.
           MOVE SPACES TO WSIntLogName
           STRING Arguments DELIMITED BY SPACE
                  ".ilg" DELIMITED BY SIZE
                  INTO WSIntLogName
           END-STRING.

        PostInterest.
           IF WSBalance < 0 THEN
               PERFORM ChargeOverdraft
                       ADD 1 TO WSIntCount
                       ADD WSInterest TO WSIntTotal
                       MOVE WSInterest TO WSAmount
                       PERFORM GetBusinessDate
                       MOVE WSToday TO WSHistDate
                       MOVE "C" TO WSHistCode
                       MOVE "IN" TO WSHistType
                       ADD 1 TO WSOdIntCount
                       ADD WSInterest TO WSOdIntTotal
                       MOVE WSInterest TO WSAmount
                       PERFORM GetBusinessDate
                       MOVE WSToday TO WSHistDate
                       MOVE "D" TO WSHistCode
                       MOVE "OC" TO WSHistType
           END-IF.

        GlExtract.
           PERFORM BuildHistName
           MOVE SPACES TO WSGlName
           STRING Arguments DELIMITED BY SPACE
                  ".gl" DELIMITED BY SIZE
           MOVE 0 TO WSGlOdTotal
           MOVE 0 TO WSGlTrfDeb
           MOVE 0 TO WSGlTrfCred
           MOVE 0 TO WSGlFeeTotal
           MOVE 0 TO WSGlAdjDeb
           MOVE 0 TO WSGlAdjCred
           MOVE 0 TO WSGlSkipCount
           MOVE "10100" TO WSGlRvAcct(1)
           MOVE "REVERSAL CASH" TO WSGlRvDesc(1)
           MOVE "50100" TO WSGlRvAcct(2)
           MOVE "REVERSAL INTEREST EXPENSE" TO WSGlRvDesc(2)
           MOVE "40100" TO WSGlRvAcct(3)
           MOVE "REVERSAL INTEREST INCOME" TO WSGlRvDesc(3)
           MOVE "40200" TO WSGlRvAcct(4)
           MOVE "REVERSAL FEE INCOME" TO WSGlRvDesc(4)
           MOVE "29100" TO WSGlRvAcct(5)
           MOVE "REVERSAL TRANSFER CLEARING" TO WSGlRvDesc(5)
           MOVE "29200" TO WSGlRvAcct(6)
           MOVE "REVERSAL ADJUSTMENT SUSPENSE" TO WSGlRvDesc(6)
           PERFORM VARYING WSGlRvIx FROM 1 BY 1 UNTIL WSGlRvIx > 6
               MOVE 0 TO WSGlRvDeb(WSGlRvIx)
               MOVE 0 TO WSGlRvCred(WSGlRvIx)
           END-PERFORM
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               DISPLAY "History file " WSHistName
                  " not available (status " WSHistStatus ")."
           ELSE
               PERFORM StartHistDate
               PERFORM UNTIL HistAtEnd
                   PERFORM ReadHistNext
                   IF NOT HistAtEnd THEN
                       PERFORM GlHistLine
                   END-IF
               END-PERFORM
               CLOSE HistFile
               PERFORM WriteGlFile
              TO WSAmountCheck
           IF WSAmountCheck NOT = 0 THEN
               ADD 1 TO WSGlSkipCount
           END-IF
           IF WSAmountCheck = 0
              AND WSHistDate(1:8) = WSTodayText THEN
               MOVE FUNCTION NUMVAL(WSHistAmtText)
                  TO WSAmountNum
               EVALUATE TRUE
                   WHEN WSHistTypeText(1:2) = "CF"
                       CONTINUE
                   WHEN WSHistTypeText(1:2) = "RV"
                       PERFORM GlReversalLine
                   WHEN WSHistTypeText(1:2) = "IN"
                       ADD WSAmountNum TO WSGlIntTotal
                   WHEN WSHistTypeText(1:2) = "OC"
                       ADD WSAmountNum TO WSGlOdTotal
                   WHEN WSHistTypeText(1:2) = "FE"
                       ADD WSAmountNum TO WSGlFeeTotal
                   WHEN WSHistTypeText(1:2) = "AJ"
                      AND WSHistCode(1:1) = "C"
                       ADD WSAmountNum TO WSGlAdjCred
                   WHEN WSHistTypeText(1:2) = "AJ"
                       ADD WSAmountNum TO WSGlAdjDeb
                   WHEN WSHistTypeText(1:2) = "TR"
                      AND WSHistCode(1:1) = "C"
                       ADD WSAmountNum TO WSGlTrfCred
               END-EVALUATE
           END-IF.

        GlReversalLine.
           EVALUATE WSHistRefType
               WHEN "IN"
                   MOVE 2 TO WSGlRvIx
               WHEN "OC"
                   MOVE 3 TO WSGlRvIx
               WHEN "FE"
                   MOVE 4 TO WSGlRvIx
               WHEN "TR"
                   MOVE 5 TO WSGlRvIx
               WHEN "AJ"
                   MOVE 6 TO WSGlRvIx
               WHEN OTHER
                   MOVE 1 TO WSGlRvIx
           END-EVALUATE
           IF WSHistCode(1:1) = "D" THEN
               ADD WSAmountNum TO WSGlRvDeb(WSGlRvIx)
           ELSE
               ADD WSAmountNum TO WSGlRvCred(WSGlRvIx)
           END-IF.

        WriteGlFile.
           OPEN OUTPUT GlFile
           MOVE 0 TO WSGlLineCount
           MOVE 0 TO WSGlDebHash
           MOVE 0 TO WSGlCredHash
           PERFORM GetBusinessDate
           IF WSGlDepTotal > 0 THEN
               MOVE WSGlDepTotal TO WSGlPostAmt
               MOVE "20100" TO WSGlPostAcct
               MOVE "INTEREST INCOME" TO WSGlPostDesc
               PERFORM WriteGlLine
           END-IF
           IF WSGlFeeTotal > 0 THEN
               MOVE WSGlFeeTotal TO WSGlPostAmt
               MOVE "20100" TO WSGlPostAcct
               MOVE "D" TO WSGlPostCode
               MOVE "CUSTOMER DEPOSITS" TO WSGlPostDesc
               PERFORM WriteGlLine
               MOVE "40200" TO WSGlPostAcct
               MOVE "C" TO WSGlPostCode
               MOVE "FEE INCOME" TO WSGlPostDesc
               PERFORM WriteGlLine
           END-IF
           IF WSGlTrfDeb > 0 THEN
               MOVE WSGlTrfDeb TO WSGlPostAmt
               MOVE "20100" TO WSGlPostAcct
               MOVE "CUSTOMER DEPOSITS" TO WSGlPostDesc
               PERFORM WriteGlLine
           END-IF
           IF WSGlAdjDeb > 0 THEN
               MOVE WSGlAdjDeb TO WSGlPostAmt
               MOVE "20100" TO WSGlPostAcct
               MOVE "D" TO WSGlPostCode
               MOVE "CUSTOMER DEPOSITS" TO WSGlPostDesc
               PERFORM WriteGlLine
               MOVE "29200" TO WSGlPostAcct
               MOVE "C" TO WSGlPostCode
               MOVE "ADJUSTMENT SUSPENSE" TO WSGlPostDesc
               PERFORM WriteGlLine
           END-IF
           IF WSGlAdjCred > 0 THEN
               MOVE WSGlAdjCred TO WSGlPostAmt
               MOVE "29200" TO WSGlPostAcct
               MOVE "D" TO WSGlPostCode
               MOVE "ADJUSTMENT SUSPENSE" TO WSGlPostDesc
               PERFORM WriteGlLine
               MOVE "20100" TO WSGlPostAcct
               MOVE "C" TO WSGlPostCode
               MOVE "CUSTOMER DEPOSITS" TO WSGlPostDesc
               PERFORM WriteGlLine
           END-IF
           PERFORM VARYING WSGlRvIx FROM 1 BY 1 UNTIL WSGlRvIx > 6
               IF WSGlRvDeb(WSGlRvIx) > 0 THEN
                   MOVE WSGlRvDeb(WSGlRvIx) TO WSGlPostAmt
                   MOVE "20100" TO WSGlPostAcct
                   MOVE "D" TO WSGlPostCode
                   MOVE "REVERSAL CUSTOMER DEPOSITS" TO WSGlPostDesc
                   PERFORM WriteGlLine
                   MOVE WSGlRvAcct(WSGlRvIx) TO WSGlPostAcct
                   MOVE "C" TO WSGlPostCode
                   MOVE WSGlRvDesc(WSGlRvIx) TO WSGlPostDesc
                   PERFORM WriteGlLine
               END-IF
               IF WSGlRvCred(WSGlRvIx) > 0 THEN
                   MOVE WSGlRvCred(WSGlRvIx) TO WSGlPostAmt
                   MOVE WSGlRvAcct(WSGlRvIx) TO WSGlPostAcct
                   MOVE "D" TO WSGlPostCode
                   MOVE WSGlRvDesc(WSGlRvIx) TO WSGlPostDesc
                   PERFORM WriteGlLine
                   MOVE "20100" TO WSGlPostAcct
                   MOVE "C" TO WSGlPostCode
                   MOVE "REVERSAL CUSTOMER DEPOSITS" TO WSGlPostDesc
                   PERFORM WriteGlLine
               END-IF
           END-PERFORM
           MOVE WSGlDebHash TO WSGlDebOut
           MOVE WSGlCredHash TO WSGlCredOut
           MOVE SPACES TO WSGlLine
                      INTO WSJournalName
               END-STRING
               OPEN OUTPUT JournalFile
               PERFORM GetBusinessDate
               MOVE WSToday TO WSTodayText
               MOVE 0 TO WSOrdGenCount
               MOVE 0 TO WSOrdDueCount
                   DISPLAY "Order " WSOrdNo " has a bad due"
                      " date; skipped."
               ELSE
                   PERFORM SetOrderPostDate
                   IF WSOrdPostDate <= WSTodayText THEN
                       ADD 1 TO WSOrdDueCount
                   END-IF
                   PERFORM UNTIL WSOrdPostDate > WSTodayText
                       PERFORM WriteOrderPair
                       PERFORM AdvanceOrderDue
                       PERFORM SetOrderPostDate
                   END-PERFORM
                   PERFORM BuildOrderLine
                   MOVE WSOrderLine TO WSOrderEntry(WSOrderIx)
                  " D " DELIMITED BY SIZE
                  WSHistAmt DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSOrdPostDate DELIMITED BY SIZE
                  INTO WSJournalLine
           END-STRING
           MOVE WSJournalLine TO JournalRecord
                  " C " DELIMITED BY SIZE
                  WSHistAmt DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSOrdPostDate DELIMITED BY SIZE
                  INTO WSJournalLine
           END-STRING
           MOVE WSJournalLine TO JournalRecord
                  INTO WSOrdDue
           END-STRING.

        SetOrderPostDate.
           MOVE WSOrdDue(1:8) TO WSCalDate
           PERFORM CheckBusinessDay
           IF NOT CalBusinessDay THEN
               PERFORM NextBusinessDay
           END-IF
           MOVE WSCalDate TO WSOrdPostDate.

        GetDaysInMonth.
           EVALUATE WSOrdM
               WHEN 4
                  ".dor" DELIMITED BY SIZE
                  INTO WSDorName
           END-STRING
           PERFORM BuildHistName
           IF Parameters(4:) NOT = SPACES THEN
               DISPLAY "Months must be between 1 and 999."
           ELSE
               MOVE 0 TO WSDorCntNone
               MOVE 0 TO WSDorListCount
               MOVE 0 TO WSDorFlagCount
               PERFORM GetBusinessDate
               MOVE FUNCTION NUMVAL(WSToday(1:4)) TO WSDorNowY
               MOVE FUNCTION NUMVAL(WSToday(5:2)) TO WSDorNowM
               MOVE "N" TO WSEndOfFile
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM DorHistLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
                  ".prf" DELIMITED BY SIZE
                  INTO WSProofName
           END-STRING
           PERFORM BuildHistName
           OPEN INPUT InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments

        WriteProofLine.
           ADD 1 TO WSPrfCount
           PERFORM GetNextHistSeq
           COMPUTE WSPrfSeq = WSHistSeq - 1
           MOVE WSBalance TO WSPrfBalOut
           MOVE SPACES TO WSProofLine
           STRING WSAccountId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSPrfBalOut DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSPrfSeq DELIMITED BY SIZE
                  INTO WSProofLine
           END-STRING
           MOVE WSProofLine TO ProofRecord
                  ".prf" DELIMITED BY SIZE
                  INTO WSProofName
           END-STRING
           PERFORM BuildHistName
           MOVE SPACES TO WSExcName
           STRING Arguments DELIMITED BY SPACE
                  ".exc" DELIMITED BY SIZE
           MOVE "N" TO WSPrfFound
           MOVE "N" TO WSProofEnd
           MOVE 0 TO WSPrfOpenBal
           MOVE 0 TO WSPrfSeq
           OPEN INPUT ProofFile
           IF WSProofStatus NOT = "00" THEN
               MOVE "Y" TO WSProofEnd
        CheckProofLine.
           MOVE SPACES TO WSPrfAcctText
           MOVE SPACES TO WSPrfBalText
           MOVE SPACES TO WSPrfSeqText
           UNSTRING WSProofLine DELIMITED BY SPACE
               INTO WSPrfAcctText, WSPrfBalText, WSPrfSeqText
           END-UNSTRING
           MOVE WSPrfAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId THEN
               MOVE FUNCTION NUMVAL(WSPrfBalText)
                  TO WSPrfOpenBal
               IF WSPrfSeqText NOT = SPACES THEN
                   MOVE FUNCTION TEST-NUMVAL(WSPrfSeqText)
                      TO WSAmountCheck
                   IF WSAmountCheck = 0 THEN
                       MOVE FUNCTION NUMVAL(WSPrfSeqText)
                          TO WSPrfSeq
                   END-IF
               END-IF
               MOVE "Y" TO WSPrfFound
               MOVE "Y" TO WSProofEnd
           END-IF.
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM ProofHistLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText
           END-UNSTRING
           PERFORM GetHistSeqNum
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId
              AND WSHistSeqNum > WSPrfSeq THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
           MOVE WSExcLine TO ExcRecord
           WRITE ExcRecord.

        ComplianceRun.
           PERFORM LoadComplianceParms
           IF NOT CmpThreshOk OR NOT CmpDaysOk THEN
               DISPLAY "compliance.dat must give a CT cash threshold"
                  " and an LB look-back of 1 to 366 days."
           ELSE
               PERFORM BuildHistName
               MOVE SPACES TO WSCmpName
               STRING Arguments DELIMITED BY SPACE
                      ".cmp" DELIMITED BY SIZE
                      INTO WSCmpName
               END-STRING
               OPEN INPUT InputFile
               IF WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open " Arguments
                      " (status " WSInputStatus ")."
               ELSE
                   PERFORM RunComplianceReview
               END-IF
           END-IF.

        LoadComplianceParms.
           MOVE "N" TO WSCmpThreshOk
           MOVE "N" TO WSCmpDaysOk
           MOVE "N" TO WSCmpParmEnd
           OPEN INPUT CmpParmFile
           IF WSCmpParmStatus NOT = "00" THEN
               MOVE "Y" TO WSCmpParmEnd
           END-IF
           PERFORM UNTIL CmpParmAtEnd
               READ CmpParmFile INTO WSCmpParmLine
                   AT END
                       MOVE "Y" TO WSCmpParmEnd
                   NOT AT END
                       PERFORM CheckComplianceParm
               END-READ
           END-PERFORM
           IF WSCmpParmStatus NOT = "35" THEN
               CLOSE CmpParmFile
           END-IF.

        CheckComplianceParm.
           MOVE SPACES TO WSCmpCodeText
           MOVE SPACES TO WSCmpValText
           UNSTRING WSCmpParmLine DELIMITED BY SPACE
               INTO WSCmpCodeText, WSCmpValText
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL(WSCmpValText)
              TO WSRateCheck
           IF WSRateCheck = 0 THEN
               EVALUATE WSCmpCodeText
                   WHEN "CT"
                       MOVE FUNCTION NUMVAL(WSCmpValText)
                          TO WSAmountNum
                       IF WSAmountNum > 0
                          AND WSAmountNum <= 9999999.99 THEN
                           MOVE WSAmountNum TO WSCmpThreshold
                           MOVE "Y" TO WSCmpThreshOk
                       END-IF
                   WHEN "LB"
                       MOVE FUNCTION NUMVAL(WSCmpValText)
                          TO WSAmountNum
                       IF WSAmountNum >= 1 AND WSAmountNum <= 366
                          THEN
                           MOVE WSAmountNum TO WSCmpDays
                           MOVE "Y" TO WSCmpDaysOk
                       END-IF
               END-EVALUATE
           END-IF.

        RunComplianceReview.
           PERFORM GetBusinessDate
           MOVE WSToday TO WSCmpToText
           COMPUTE WSCalDayNo =
              FUNCTION INTEGER-OF-DATE(WSToday) - WSCmpDays + 1
           COMPUTE WSCmpFromDate =
              FUNCTION DATE-OF-INTEGER(WSCalDayNo)
           MOVE WSCmpFromDate TO WSCmpFromText
           MOVE 0 TO WSCmpAcctCount
           MOVE 0 TO WSCmpCaseCount
           MOVE 0 TO WSCmpLargeAll
           MOVE 0 TO WSCmpStructAll
           OPEN OUTPUT CmpFile
           MOVE "LARGE CASH AND STRUCTURING REVIEW" TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE WSCmpThreshold TO WSAmountOut
           MOVE SPACES TO WSCmpLine
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
                  WSCmpToText DELIMITED BY SIZE
                  "  WINDOW: " DELIMITED BY SIZE
                  WSCmpFromText DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WSCmpToText DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WSCmpDays DELIMITED BY SIZE
                  " DAYS)  CASH THRESHOLD: " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE ALL "=" TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE "N" TO WSEndOfFile
           MOVE 0 TO AccountId
           START InputFile KEY IS NOT LESS THAN AccountId
               INVALID KEY
                   MOVE "Y" TO WSEndOfFile
           END-START
           PERFORM UNTIL EndOfFile
               READ InputFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSEndOfFile
                   NOT AT END
                       MOVE Person TO WSPerson
                       PERFORM ReviewOneAccount
               END-READ
           END-PERFORM
           PERFORM ReviewCustomers
           PERFORM WriteComplianceSummary
           CLOSE CmpFile
           CLOSE InputFile
           DISPLAY "Accounts reviewed: " WSCmpAcctCount
           DISPLAY "Accounts flagged: " WSCmpCaseCount
           DISPLAY "Customers reviewed: " WSCmpCustCount
           DISPLAY "Customers flagged: " WSCmpCustCases
           DISPLAY "Compliance report: " WSCmpName.

        ReviewOneAccount.
           ADD 1 TO WSCmpAcctCount
           PERFORM LoadCashItems
           IF WSCmpItemCount > 0 THEN
               PERFORM EvaluateCashItems
               MOVE WSAccountId TO WSOwnAcct
               PERFORM LoadAccountOwners
               IF WSOwnerCount > 0 THEN
                   PERFORM ClearStructFlags
               END-IF
               IF WSCmpLargeCount > 0 OR CmpStructIn
                  OR CmpStructOut THEN
                   ADD 1 TO WSCmpCaseCount
                   ADD WSCmpLargeCount TO WSCmpLargeAll
                   IF CmpStructIn THEN
                       ADD 1 TO WSCmpStructAll
                   END-IF
                   IF CmpStructOut THEN
                       ADD 1 TO WSCmpStructAll
                   END-IF
                   PERFORM WriteComplianceCase
               END-IF
           END-IF.

        ReviewCustomers.
           MOVE 0 TO WSCmpCustCount
           MOVE 0 TO WSCmpCustCases
           PERFORM BuildCustNames
           OPEN INPUT CustFile
           IF WSCustStatus = "00" THEN
               MOVE "N" TO WSEndOfFile
               MOVE 0 TO CustId
               START CustFile KEY IS NOT LESS THAN CustId
                   INVALID KEY
                       MOVE "Y" TO WSEndOfFile
               END-START
               PERFORM UNTIL EndOfFile
                   READ CustFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSEndOfFile
                       NOT AT END
                           MOVE CustRecord TO WSCustomer
                           PERFORM ReviewOneCustomer
                   END-READ
               END-PERFORM
               CLOSE CustFile
           END-IF.

        ReviewOneCustomer.
           PERFORM LoadCustomerAccounts
           IF WSCustAcctCount > 0 THEN
               ADD 1 TO WSCmpCustCount
               MOVE 0 TO WSCmpItemCount
               MOVE "N" TO WSCmpItemsFull
               PERFORM VARYING WSCustAcctIx FROM 1 BY 1
                  UNTIL WSCustAcctIx > WSCustAcctCount
                   MOVE WSCaAcctId(WSCustAcctIx) TO WSAccountId
                   PERFORM ScanAccountCash
               END-PERFORM
               IF WSCmpItemCount > 0 THEN
                   PERFORM EvaluateCashItems
                   MOVE 0 TO WSCmpLargeCount
                   PERFORM VARYING WSCmpItemIx FROM 1 BY 1
                      UNTIL WSCmpItemIx > WSCmpItemCount
                       IF WSCiFlag(WSCmpItemIx) = "LARGE" THEN
                           MOVE SPACES TO WSCiFlag(WSCmpItemIx)
                       END-IF
                   END-PERFORM
                   IF CmpStructIn OR CmpStructOut THEN
                       ADD 1 TO WSCmpCustCases
                       IF CmpStructIn THEN
                           ADD 1 TO WSCmpStructAll
                       END-IF
                       IF CmpStructOut THEN
                           ADD 1 TO WSCmpStructAll
                       END-IF
                       PERFORM WriteCustomerCase
                   END-IF
               END-IF
           END-IF.

        ClearStructFlags.
           MOVE "N" TO WSCmpStructIn
           MOVE "N" TO WSCmpStructOut
           PERFORM VARYING WSCmpItemIx FROM 1 BY 1
              UNTIL WSCmpItemIx > WSCmpItemCount
               IF WSCiFlag(WSCmpItemIx) = "STRUCT" THEN
                   MOVE SPACES TO WSCiFlag(WSCmpItemIx)
               END-IF
           END-PERFORM.

        LoadCashItems.
           MOVE 0 TO WSCmpItemCount
           MOVE "N" TO WSCmpItemsFull
           PERFORM ScanAccountCash.

        ScanAccountCash.
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM CmpHistLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           END-IF.

        CmpHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText
           END-UNSTRING
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId
              AND (WSHistTypeText = "TD" OR WSHistTypeText = "TW")
              AND WSHistRevSeq = 0
              AND WSHistDate(1:8) >= WSCmpFromText
              AND WSHistDate(1:8) <= WSCmpToText THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   IF WSCmpItemCount < 200 THEN
                       ADD 1 TO WSCmpItemCount
                       MOVE WSIdNum TO WSCiAcct(WSCmpItemCount)
                       MOVE WSHistDate(1:8)
                          TO WSCiDate(WSCmpItemCount)
                       MOVE WSHistTypeText(1:2)
                          TO WSCiType(WSCmpItemCount)
                       MOVE WSHistSeqText
                          TO WSCiSeq(WSCmpItemCount)
                       MOVE FUNCTION NUMVAL(WSHistAmtText)
                          TO WSCiAmt(WSCmpItemCount)
                       MOVE WSHistOperText
                          TO WSCiOper(WSCmpItemCount)
                       MOVE SPACES TO WSCiFlag(WSCmpItemCount)
                   ELSE
                       MOVE "Y" TO WSCmpItemsFull
                   END-IF
               END-IF
           END-IF.

        EvaluateCashItems.
           MOVE 0 TO WSCmpInCount
           MOVE 0 TO WSCmpInTotal
           MOVE 0 TO WSCmpOutCount
           MOVE 0 TO WSCmpOutTotal
           MOVE 0 TO WSCmpInSmall
           MOVE 0 TO WSCmpOutSmall
           MOVE 0 TO WSCmpLargeCount
           MOVE "N" TO WSCmpStructIn
           MOVE "N" TO WSCmpStructOut
           PERFORM VARYING WSCmpItemIx FROM 1 BY 1
              UNTIL WSCmpItemIx > WSCmpItemCount
               IF WSCiType(WSCmpItemIx) = "TD" THEN
                   ADD 1 TO WSCmpInCount
                   ADD WSCiAmt(WSCmpItemIx) TO WSCmpInTotal
               ELSE
                   ADD 1 TO WSCmpOutCount
                   ADD WSCiAmt(WSCmpItemIx) TO WSCmpOutTotal
               END-IF
               IF WSCiAmt(WSCmpItemIx) > WSCmpThreshold THEN
                   ADD 1 TO WSCmpLargeCount
                   MOVE "LARGE" TO WSCiFlag(WSCmpItemIx)
               ELSE
                   IF WSCiType(WSCmpItemIx) = "TD" THEN
                       ADD WSCiAmt(WSCmpItemIx) TO WSCmpInSmall
                   ELSE
                       ADD WSCiAmt(WSCmpItemIx) TO WSCmpOutSmall
                   END-IF
               END-IF
           END-PERFORM
           IF WSCmpInSmall > WSCmpThreshold THEN
               MOVE "Y" TO WSCmpStructIn
           END-IF
           IF WSCmpOutSmall > WSCmpThreshold THEN
               MOVE "Y" TO WSCmpStructOut
           END-IF
           PERFORM VARYING WSCmpItemIx FROM 1 BY 1
              UNTIL WSCmpItemIx > WSCmpItemCount
               IF WSCiFlag(WSCmpItemIx) = SPACES THEN
                   IF (WSCiType(WSCmpItemIx) = "TD" AND CmpStructIn)
                      OR (WSCiType(WSCmpItemIx) = "TW"
                      AND CmpStructOut) THEN
                       MOVE "STRUCT" TO WSCiFlag(WSCmpItemIx)
                   END-IF
               END-IF
           END-PERFORM.

        WriteComplianceCase.
           MOVE SPACES TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "ACCOUNT: " DELIMITED BY SIZE
                  WSAccountId DELIMITED BY SIZE
                  "  NAME: " DELIMITED BY SIZE
                  WSFirstName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSLastName DELIMITED BY SPACE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           PERFORM WriteCaseDetail.

        WriteCustomerCase.
           MOVE SPACES TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "CUSTOMER: " DELIMITED BY SIZE
                  WSCustId DELIMITED BY SIZE
                  "  NAME: " DELIMITED BY SIZE
                  WSCustFirstName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSCustLastName DELIMITED BY SPACE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           PERFORM VARYING WSCustAcctIx FROM 1 BY 1
              UNTIL WSCustAcctIx > WSCustAcctCount
               MOVE WSCaRole(WSCustAcctIx) TO WSRoleCode
               PERFORM SetRoleText
               MOVE SPACES TO WSCmpLine
               STRING "  ACCOUNT: " DELIMITED BY SIZE
                      WSCaAcctId(WSCustAcctIx) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WSRoleText DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WSCmpLine
               END-STRING
               PERFORM WriteCmpLine
           END-PERFORM
           PERFORM WriteCaseDetail.

        WriteCaseDetail.
           IF WSCmpLargeCount > 0 THEN
               MOVE SPACES TO WSCmpLine
               STRING "  FLAG: CASH ITEMS OVER THRESHOLD: "
                         DELIMITED BY SIZE
                      WSCmpLargeCount DELIMITED BY SIZE
                      INTO WSCmpLine
               END-STRING
               PERFORM WriteCmpLine
           END-IF
           IF CmpStructIn THEN
               MOVE WSCmpInSmall TO WSAmountOut
               MOVE SPACES TO WSCmpLine
               STRING "  FLAG: POSSIBLE STRUCTURING, CASH IN"
                         DELIMITED BY SIZE
                      " UNDER THRESHOLD TOTALS " DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      INTO WSCmpLine
               END-STRING
               PERFORM WriteCmpLine
           END-IF
           IF CmpStructOut THEN
               MOVE WSCmpOutSmall TO WSAmountOut
               MOVE SPACES TO WSCmpLine
               STRING "  FLAG: POSSIBLE STRUCTURING, CASH OUT"
                         DELIMITED BY SIZE
                      " UNDER THRESHOLD TOTALS " DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      INTO WSCmpLine
               END-STRING
               PERFORM WriteCmpLine
           END-IF
           MOVE "    ACCOUNT DATE      TYPE  SEQ" TO WSCmpLine
           MOVE "AMOUNT  FLAG" TO WSCmpLine(43:)
           MOVE "    OPERATOR" TO WSCmpLine(57:)
           PERFORM WriteCmpLine
           MOVE 0 TO WSCmpOperCount
           MOVE 0 TO WSCmpFlagTotal
           PERFORM VARYING WSCmpItemIx FROM 1 BY 1
              UNTIL WSCmpItemIx > WSCmpItemCount
               IF WSCiFlag(WSCmpItemIx) NOT = SPACES THEN
                   PERFORM WriteCmpItem
               END-IF
           END-PERFORM
           IF CmpItemsFull THEN
               MOVE "    ITEM LIMIT REACHED; REVIEW FULL HISTORY"
                  TO WSCmpLine
               PERFORM WriteCmpLine
           END-IF
           MOVE WSCmpFlagTotal TO WSAmountOut
           MOVE SPACES TO WSCmpLine
           STRING "  FLAGGED ITEMS TOTAL:  " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE WSCmpInTotal TO WSAmountOut
           MOVE SPACES TO WSCmpLine
           STRING "  CASH IN FOR WINDOW:   " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  "  ITEMS: " DELIMITED BY SIZE
                  WSCmpInCount DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE WSCmpOutTotal TO WSAmountOut
           MOVE SPACES TO WSCmpLine
           STRING "  CASH OUT FOR WINDOW:  " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  "  ITEMS: " DELIMITED BY SIZE
                  WSCmpOutCount DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE "  OPERATORS INVOLVED:" TO WSCmpLine
           PERFORM WriteCmpLine
           PERFORM VARYING WSCmpOperIx FROM 1 BY 1
              UNTIL WSCmpOperIx > WSCmpOperCount
               MOVE WSCoTotal(WSCmpOperIx) TO WSAmountOut
               MOVE SPACES TO WSCmpLine
               STRING "    " DELIMITED BY SIZE
                      WSCoName(WSCmpOperIx) DELIMITED BY SIZE
                      " ITEMS: " DELIMITED BY SIZE
                      WSCoCount(WSCmpOperIx) DELIMITED BY SIZE
                      "  AMOUNT: " DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      INTO WSCmpLine
               END-STRING
               PERFORM WriteCmpLine
           END-PERFORM
           MOVE ALL "-" TO WSCmpLine
           PERFORM WriteCmpLine.

        WriteCmpItem.
           ADD WSCiAmt(WSCmpItemIx) TO WSCmpFlagTotal
           MOVE WSCiAmt(WSCmpItemIx) TO WSAmountOut
           MOVE SPACES TO WSCmpLine
           STRING "    " DELIMITED BY SIZE
                  WSCiAcct(WSCmpItemIx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSCiDate(WSCmpItemIx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSCiType(WSCmpItemIx) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WSCiSeq(WSCmpItemIx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSCiFlag(WSCmpItemIx) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WSCiOper(WSCmpItemIx) DELIMITED BY SPACE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE "N" TO WSCmpOperHit
           PERFORM VARYING WSCmpOperIx FROM 1 BY 1
              UNTIL WSCmpOperIx > WSCmpOperCount OR CmpOperHit
               IF WSCoName(WSCmpOperIx) = WSCiOper(WSCmpItemIx)
                  THEN
                   MOVE "Y" TO WSCmpOperHit
                   ADD 1 TO WSCoCount(WSCmpOperIx)
                   ADD WSCiAmt(WSCmpItemIx) TO WSCoTotal(WSCmpOperIx)
               END-IF
           END-PERFORM
           IF NOT CmpOperHit AND WSCmpOperCount < 20 THEN
               ADD 1 TO WSCmpOperCount
               MOVE WSCiOper(WSCmpItemIx) TO WSCoName(WSCmpOperCount)
               MOVE 1 TO WSCoCount(WSCmpOperCount)
               MOVE WSCiAmt(WSCmpItemIx) TO WSCoTotal(WSCmpOperCount)
           END-IF.

        WriteComplianceSummary.
           MOVE SPACES TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE "SUMMARY" TO WSCmpLine
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  ACCOUNTS REVIEWED:      " DELIMITED BY SIZE
                  WSCmpAcctCount DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  ACCOUNTS FLAGGED:       " DELIMITED BY SIZE
                  WSCmpCaseCount DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  CUSTOMERS REVIEWED:     " DELIMITED BY SIZE
                  WSCmpCustCount DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  CUSTOMERS FLAGGED:      " DELIMITED BY SIZE
                  WSCmpCustCases DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  CASH ITEMS OVER LIMIT:  " DELIMITED BY SIZE
                  WSCmpLargeAll DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           MOVE SPACES TO WSCmpLine
           STRING "  STRUCTURING PATTERNS:   " DELIMITED BY SIZE
                  WSCmpStructAll DELIMITED BY SIZE
                  INTO WSCmpLine
           END-STRING
           PERFORM WriteCmpLine
           IF WSCmpCaseCount = 0 AND WSCmpCustCases = 0 THEN
               MOVE "  NO ACCOUNTS MET THE REPORTING CRITERIA"
                  TO WSCmpLine
               PERFORM WriteCmpLine
           END-IF.

        WriteCmpLine.
           MOVE WSCmpLine TO CmpRecord
           WRITE CmpRecord.

        ServiceChargeRun.
           PERFORM LoadFeeSchedule
           PERFORM CheckFeeMonth
           IF WSFeeParmsFound < 4 THEN
               DISPLAY "fees.dat must give MF, MB, FA and IF"
                  " values."
           ELSE
               IF FeeMonthOk THEN
                   PERFORM OpenFeeFiles
               END-IF
           END-IF.

        LoadFeeSchedule.
           MOVE 0 TO WSFeeParmsFound
           MOVE "N" TO WSFeeParmEnd
           OPEN INPUT FeeParmFile
           IF WSFeeParmStatus NOT = "00" THEN
               MOVE "Y" TO WSFeeParmEnd
           END-IF
           PERFORM UNTIL FeeParmAtEnd
               READ FeeParmFile INTO WSFeeParmLine
                   AT END
                       MOVE "Y" TO WSFeeParmEnd
                   NOT AT END
                       PERFORM CheckFeeParm
               END-READ
           END-PERFORM
           IF WSFeeParmStatus NOT = "35" THEN
               CLOSE FeeParmFile
           END-IF.

        CheckFeeParm.
           MOVE SPACES TO WSFeeCodeText
           MOVE SPACES TO WSFeeValText
           UNSTRING WSFeeParmLine DELIMITED BY SPACE
               INTO WSFeeCodeText, WSFeeValText
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL(WSFeeValText)
              TO WSRateCheck
           IF WSRateCheck = 0 THEN
               MOVE FUNCTION NUMVAL(WSFeeValText) TO WSAmountNum
               IF WSAmountNum >= 0 THEN
                   EVALUATE WSFeeCodeText
                       WHEN "MF"
                           MOVE WSAmountNum TO WSFeeMaint
                           ADD 1 TO WSFeeParmsFound
                       WHEN "MB"
                           MOVE WSAmountNum TO WSFeeWaiveBal
                           ADD 1 TO WSFeeParmsFound
                       WHEN "FA"
                           MOVE WSAmountNum TO WSFeeFreeItems
                           ADD 1 TO WSFeeParmsFound
                       WHEN "IF"
                           MOVE WSAmountNum TO WSFeeItemFee
                           ADD 1 TO WSFeeParmsFound
                   END-EVALUATE
               END-IF
           END-IF.

        CheckFeeMonth.
           MOVE "N" TO WSFeeMonthOk
           MOVE Parameters(1:6) TO WSFeeMonth
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           IF Parameters(7:) NOT = SPACES
              OR WSFeeMonth IS NOT NUMERIC THEN
               DISPLAY "Fee month must be YYYYMM."
           ELSE
               MOVE WSFeeMonth TO WSFeeMonthNum
               IF WSFeeMonth(5:2) < "01" OR WSFeeMonth(5:2) > "12"
                  THEN
                   DISPLAY "Fee month must be YYYYMM."
               ELSE
                   IF WSFeeMonth > WSTodayText(1:6) THEN
                       DISPLAY "Fee month is after the business"
                          " date."
                   ELSE
                       MOVE "Y" TO WSFeeMonthOk
                       IF WSFeeMonth = WSTodayText(1:6) THEN
                           MOVE WSToday TO WSCalDate
                           PERFORM NextBusinessDay
                           IF WSCalDate(1:6) = WSFeeMonth THEN
                               DISPLAY "Fee month has not ended."
                               MOVE "N" TO WSFeeMonthOk
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

        OpenFeeFiles.
           PERFORM BuildHistName
           MOVE SPACES TO WSFeeCtlName
           STRING Arguments DELIMITED BY SPACE
                  ".fcl" DELIMITED BY SIZE
                  INTO WSFeeCtlName
           END-STRING
           MOVE SPACES TO WSFeeRptName
           STRING Arguments DELIMITED BY SPACE
                  ".fee" DELIMITED BY SIZE
                  INTO WSFeeRptName
           END-STRING
           OPEN I-O FeeCtlFile
           IF WSFeeCtlStatus = "35" THEN
               OPEN OUTPUT FeeCtlFile
               CLOSE FeeCtlFile
               OPEN I-O FeeCtlFile
           END-IF
           IF WSFeeCtlStatus NOT = "00" THEN
               DISPLAY "Unable to open fee control " WSFeeCtlName
                  " (status " WSFeeCtlStatus ")."
           ELSE
               OPEN I-O InputFile
               IF WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open " Arguments
                      " (status " WSInputStatus ")."
               ELSE
                   PERFORM RunServiceCharges
                   CLOSE InputFile
               END-IF
               CLOSE FeeCtlFile
           END-IF.

        RunServiceCharges.
           OPEN OUTPUT FeeRptFile
           MOVE SPACES TO WSFeeLine
           STRING "SERVICE CHARGE ANALYSIS FOR MONTH "
                     DELIMITED BY SIZE
                  WSFeeMonth DELIMITED BY SIZE
                  "  RUN DATE " DELIMITED BY SIZE
                  WSTodayText DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE WSFeeMaint TO WSFeeMaintOut
           MOVE WSFeeWaiveBal TO WSFeeMinOut
           MOVE WSFeeItemFee TO WSFeeItemOut
           MOVE SPACES TO WSFeeLine
           STRING "MAINTENANCE FEE " DELIMITED BY SIZE
                  WSFeeMaintOut DELIMITED BY SIZE
                  "  WAIVED AT MIN BALANCE " DELIMITED BY SIZE
                  WSFeeMinOut DELIMITED BY SIZE
                  "  FREE ITEMS " DELIMITED BY SIZE
                  WSFeeFreeItems DELIMITED BY SIZE
                  "  ITEM FEE " DELIMITED BY SIZE
                  WSFeeItemOut DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE "  ACCOUNT    MIN BALANCE  ITEMS  MAINT FEE"
              TO WSFeeLine
           MOVE "    ITEM FEES   TOTAL FEE  ACTION" TO WSFeeLine(43:)
           PERFORM WriteFeeLine
           MOVE ALL "-" TO WSFeeLine
           PERFORM WriteFeeLine
           MOVE 0 TO WSFeeAcctCount
           MOVE 0 TO WSFeeChgCount
           MOVE 0 TO WSFeeWaiveCount
           MOVE 0 TO WSFeeNoneCount
           MOVE 0 TO WSFeeDoneCount
           MOVE 0 TO WSFeeMaintTotal
           MOVE 0 TO WSFeeItemTotal
           MOVE 0 TO WSFeeGrandTotal
           MOVE "N" TO WSEndOfFile
           MOVE 0 TO AccountId
           START InputFile KEY IS NOT LESS THAN AccountId
               INVALID KEY
                   MOVE "Y" TO WSEndOfFile
           END-START
           PERFORM UNTIL EndOfFile
               READ InputFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSEndOfFile
                   NOT AT END
                       MOVE Person TO WSPerson
                       IF AccountOpen THEN
                           PERFORM AssessOneAccount
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WriteFeeSummary
           CLOSE FeeRptFile
           DISPLAY "Accounts assessed: " WSFeeAcctCount
           DISPLAY "Accounts charged: " WSFeeChgCount
           DISPLAY "Accounts waived: " WSFeeWaiveCount
           IF WSFeeDoneCount > 0 THEN
               DISPLAY "Already assessed for month: " WSFeeDoneCount
           END-IF
           MOVE WSFeeGrandTotal TO WSAmountOut
           DISPLAY "Fees posted: " WSAmountOut
           DISPLAY "Fee report: " WSFeeRptName.

        AssessOneAccount.
           MOVE WSFeeMonthNum TO FcMonth
           MOVE AccountId TO FcAcctId
           READ FeeCtlFile
               INVALID KEY
                   PERFORM ComputeAccountFee
               NOT INVALID KEY
                   ADD 1 TO WSFeeDoneCount
           END-READ.

        ComputeAccountFee.
           ADD 1 TO WSFeeAcctCount
           PERFORM ScanFeeActivity
           MOVE WSFeeMaint TO WSFeeMaintDue
           IF WSFeeMinBal >= WSFeeWaiveBal THEN
               MOVE 0 TO WSFeeMaintDue
           END-IF
           MOVE 0 TO WSFeeExcess
           IF WSFeeDebits > WSFeeFreeItems THEN
               COMPUTE WSFeeExcess = WSFeeDebits - WSFeeFreeItems
           END-IF
           COMPUTE WSFeeItemDue = WSFeeExcess * WSFeeItemFee
           COMPUTE WSFeeTotalDue = WSFeeMaintDue + WSFeeItemDue
           MOVE "Y" TO WSPostOk
           IF WSFeeTotalDue > 0 THEN
               PERFORM PostServiceCharge
           END-IF
           IF PostOk THEN
               EVALUATE TRUE
                   WHEN WSFeeTotalDue > 0
                       MOVE "CHARGED" TO WSFeeAction
                       ADD 1 TO WSFeeChgCount
                       ADD WSFeeMaintDue TO WSFeeMaintTotal
                       ADD WSFeeItemDue TO WSFeeItemTotal
                       ADD WSFeeTotalDue TO WSFeeGrandTotal
                   WHEN WSFeeMaint > 0
                       MOVE "WAIVED" TO WSFeeAction
                       ADD 1 TO WSFeeWaiveCount
                   WHEN OTHER
                       MOVE "NO FEE" TO WSFeeAction
                       ADD 1 TO WSFeeNoneCount
               END-EVALUATE
               PERFORM WriteFeeControl
               PERFORM WriteFeeDetail
           END-IF.

        PostServiceCharge.
           SUBTRACT WSFeeTotalDue FROM WSBalance
               ON SIZE ERROR
                   MOVE "N" TO WSPostOk
           END-SUBTRACT
           IF PostOk THEN
               MOVE WSPerson TO Person
               REWRITE Person
                   INVALID KEY
                       DISPLAY "Unable to rewrite account "
                          AccountId " (status "
                          WSInputStatus ")."
                       MOVE "N" TO WSPostOk
               END-REWRITE
           ELSE
               DISPLAY "Fee would overflow balance on account "
                  AccountId "; not charged."
           END-IF
           IF PostOk THEN
               MOVE WSFeeTotalDue TO WSAmount
               MOVE WSToday TO WSHistDate
               MOVE "D" TO WSHistCode
               MOVE "FE" TO WSHistType
               MOVE WSBalance TO WSHistRunBal
               PERFORM WriteHistory
           END-IF.

        WriteFeeControl.
           MOVE WSFeeMonthNum TO FcMonth
           MOVE AccountId TO FcAcctId
           MOVE WSToday TO FcDate
           MOVE WSFeeTotalDue TO FcAmount
           MOVE Username TO FcOper
           WRITE FeeCtlRecord
               INVALID KEY
                   DISPLAY "Unable to record fee for account "
                      AccountId " (status " WSFeeCtlStatus ")."
           END-WRITE.

        ScanFeeActivity.
           MOVE 0 TO WSFeeDebits
           MOVE 0 TO WSFeeOpenBal
           MOVE "N" TO WSFeeOpenFound
           MOVE "N" TO WSFeeInMonth
           MOVE 9999999.99 TO WSFeeMonthMin
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM FeeHistLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           END-IF
           IF NOT FeeOpenFound THEN
               MOVE WSBalance TO WSFeeOpenBal
           END-IF
           MOVE WSFeeOpenBal TO WSFeeMinBal
           IF FeeInMonth AND WSFeeMonthMin < WSFeeMinBal THEN
               MOVE WSFeeMonthMin TO WSFeeMinBal
           END-IF.

        FeeHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           MOVE SPACES TO WSHistRunText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText, WSHistRunText
           END-UNSTRING
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSHistAmtText)
                      TO WSAmountNum
               ELSE
                   MOVE 0 TO WSAmountNum
               END-IF
               MOVE "N" TO WSFeeRunOk
               IF WSHistRunText NOT = SPACES THEN
                   MOVE FUNCTION TEST-NUMVAL(WSHistRunText)
                      TO WSAmountCheck
                   IF WSAmountCheck = 0 THEN
                       MOVE FUNCTION NUMVAL(WSHistRunText)
                          TO WSFeeRunBal
                       MOVE "Y" TO WSFeeRunOk
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WSHistDate(1:6) < WSFeeMonth
                       IF FeeRunOk THEN
                           MOVE WSFeeRunBal TO WSFeeOpenBal
                           MOVE "Y" TO WSFeeOpenFound
                       END-IF
                   WHEN WSHistDate(1:6) = WSFeeMonth
                       IF NOT FeeOpenFound AND NOT FeeInMonth
                          AND FeeRunOk THEN
                           PERFORM BackOutRunBal
                       END-IF
                       MOVE "Y" TO WSFeeInMonth
                       IF FeeRunOk AND WSFeeRunBal < WSFeeMonthMin
                          THEN
                           MOVE WSFeeRunBal TO WSFeeMonthMin
                       END-IF
                       IF WSHistCode(1:1) = "D"
                          AND WSHistRevSeq = 0
                          AND (WSHistTypeText = "TW"
                          OR WSHistTypeText = "TR"
                          OR WSHistTypeText = "JR") THEN
                           ADD 1 TO WSFeeDebits
                       END-IF
                   WHEN OTHER
                       IF NOT FeeOpenFound AND NOT FeeInMonth
                          AND FeeRunOk THEN
                           PERFORM BackOutRunBal
                       END-IF
               END-EVALUATE
           END-IF.

        BackOutRunBal.
           IF WSHistCode(1:1) = "D" THEN
               COMPUTE WSFeeOpenBal = WSFeeRunBal + WSAmountNum
           ELSE
               COMPUTE WSFeeOpenBal = WSFeeRunBal - WSAmountNum
           END-IF
           MOVE "Y" TO WSFeeOpenFound.

        WriteFeeDetail.
           MOVE WSFeeMinBal TO WSFeeMinOut
           MOVE WSFeeMaintDue TO WSFeeMaintOut
           MOVE WSFeeItemDue TO WSFeeItemOut
           MOVE WSFeeTotalDue TO WSFeeTotalOut
           MOVE SPACES TO WSFeeLine
           STRING "  " DELIMITED BY SIZE
                  WSAccountId DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSFeeMinOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSFeeDebits DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WSFeeMaintOut DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WSFeeItemOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSFeeTotalOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSFeeAction DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine.

        WriteFeeSummary.
           MOVE ALL "-" TO WSFeeLine
           PERFORM WriteFeeLine
           MOVE SPACES TO WSFeeLine
           STRING "ACCOUNTS ASSESSED:       " DELIMITED BY SIZE
                  WSFeeAcctCount DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE SPACES TO WSFeeLine
           STRING "ACCOUNTS CHARGED:        " DELIMITED BY SIZE
                  WSFeeChgCount DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE SPACES TO WSFeeLine
           STRING "ACCOUNTS WAIVED:         " DELIMITED BY SIZE
                  WSFeeWaiveCount DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE SPACES TO WSFeeLine
           STRING "ACCOUNTS WITH NO FEE:    " DELIMITED BY SIZE
                  WSFeeNoneCount DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE SPACES TO WSFeeLine
           STRING "ALREADY ASSESSED:        " DELIMITED BY SIZE
                  WSFeeDoneCount DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE WSFeeMaintTotal TO WSAmountOut
           MOVE SPACES TO WSFeeLine
           STRING "MAINTENANCE FEES:  " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE WSFeeItemTotal TO WSAmountOut
           MOVE SPACES TO WSFeeLine
           STRING "ITEM FEES:         " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine
           MOVE WSFeeGrandTotal TO WSAmountOut
           MOVE SPACES TO WSFeeLine
           STRING "TOTAL FEE INCOME:  " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSFeeLine
           END-STRING
           PERFORM WriteFeeLine.

        WriteFeeLine.
           MOVE WSFeeLine TO FeeRptRecord
           WRITE FeeRptRecord.

        TaxYearRun.
           PERFORM LoadTaxParms
           PERFORM CheckTaxYear
           IF NOT TaxMinOk OR NOT TaxPayerOk THEN
               DISPLAY "tax.dat must give an RM reportable minimum"
                  " and a PN payer name."
           ELSE
               IF TaxYearOk THEN
                   PERFORM OpenTaxFiles
               END-IF
           END-IF.

        LoadTaxParms.
           MOVE "N" TO WSTaxMinOk
           MOVE "N" TO WSTaxPayerOk
           MOVE SPACES TO WSTaxPayer
           MOVE "N" TO WSTaxParmEnd
           OPEN INPUT TaxParmFile
           IF WSTaxParmStatus NOT = "00" THEN
               MOVE "Y" TO WSTaxParmEnd
           END-IF
           PERFORM UNTIL TaxParmAtEnd
               READ TaxParmFile INTO WSTaxParmLine
                   AT END
                       MOVE "Y" TO WSTaxParmEnd
                   NOT AT END
                       PERFORM CheckTaxParm
               END-READ
           END-PERFORM
           IF WSTaxParmStatus NOT = "35" THEN
               CLOSE TaxParmFile
           END-IF.

        CheckTaxParm.
           MOVE SPACES TO WSTaxCodeText
           MOVE SPACES TO WSTaxValText
           UNSTRING WSTaxParmLine DELIMITED BY SPACE
               INTO WSTaxCodeText, WSTaxValText
           END-UNSTRING
           IF WSTaxCodeText = "RM" THEN
               MOVE FUNCTION TEST-NUMVAL(WSTaxValText)
                  TO WSRateCheck
               IF WSRateCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSTaxValText) TO WSAmountNum
                   IF WSAmountNum >= 0
                      AND WSAmountNum <= 9999999.99 THEN
                       MOVE WSAmountNum TO WSTaxMinimum
                       MOVE "Y" TO WSTaxMinOk
                   END-IF
               END-IF
           END-IF
           IF WSTaxCodeText = "PN" THEN
               MOVE WSTaxParmLine(4:30) TO WSTaxPayer
               IF WSTaxPayer NOT = SPACES THEN
                   MOVE "Y" TO WSTaxPayerOk
               END-IF
           END-IF.

        CheckTaxYear.
           MOVE "N" TO WSTaxYearOk
           MOVE Parameters(1:4) TO WSTaxYear
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           IF Parameters(5:) NOT = SPACES
              OR WSTaxYear IS NOT NUMERIC THEN
               DISPLAY "Tax year must be YYYY."
           ELSE
               IF WSTaxYear > WSTodayText(1:4) THEN
                   DISPLAY "Tax year is after the business date."
               ELSE
                   MOVE "Y" TO WSTaxYearOk
               END-IF
           END-IF.

        OpenTaxFiles.
           MOVE SPACES TO WSTaxNoticeName
           STRING Arguments DELIMITED BY SPACE
                  ".tyn" DELIMITED BY SIZE
                  INTO WSTaxNoticeName
           END-STRING
           MOVE SPACES TO WSTaxExtName
           STRING Arguments DELIMITED BY SPACE
                  ".tyx" DELIMITED BY SIZE
                  INTO WSTaxExtName
           END-STRING
           MOVE SPACES TO WSTaxCtlName
           STRING Arguments DELIMITED BY SPACE
                  ".tyc" DELIMITED BY SIZE
                  INTO WSTaxCtlName
           END-STRING
           OPEN INPUT InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               PERFORM BuildHistName
               OPEN INPUT HistFile
               IF WSHistStatus NOT = "00" THEN
                   DISPLAY "History file " WSHistName
                      " not available (status " WSHistStatus ")."
               ELSE
                   PERFORM RunTaxReporting
                   CLOSE HistFile
               END-IF
               CLOSE InputFile
           END-IF.

        RunTaxReporting.
           OPEN OUTPUT TaxNoticeFile
           OPEN OUTPUT TaxExtFile
           MOVE 0 TO WSTaxRptCount
           MOVE 0 TO WSTaxRptTotal
           MOVE 0 TO WSTaxLowCount
           MOVE 0 TO WSTaxLowTotal
           MOVE 0 TO WSTaxAcctTotal
           MOVE WSTaxYear TO TyhYear
           MOVE WSToday TO TyhRunDate
           MOVE WSTaxPayer TO TyhPayer
           MOVE WSTaxExtHeader TO TaxExtRecord
           WRITE TaxExtRecord
           MOVE "N" TO WSEndOfFile
           MOVE 0 TO AccountId
           START InputFile KEY IS NOT LESS THAN AccountId
               INVALID KEY
                   MOVE "Y" TO WSEndOfFile
           END-START
           PERFORM UNTIL EndOfFile
               READ InputFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSEndOfFile
                   NOT AT END
                       MOVE Person TO WSPerson
                       PERFORM TaxOneAccount
               END-READ
           END-PERFORM
           MOVE WSTaxYear TO TytYear
           MOVE WSTaxRptCount TO TytCount
           MOVE WSTaxRptTotal TO TytTotal
           MOVE WSTaxExtTrailer TO TaxExtRecord
           WRITE TaxExtRecord
           CLOSE TaxExtFile
           CLOSE TaxNoticeFile
           PERFORM SumYearHistory
           PERFORM SumAccrualLog
           PERFORM WriteTaxControl
           DISPLAY "Accounts reported: " WSTaxRptCount
           DISPLAY "Accounts below minimum: " WSTaxLowCount
           DISPLAY "Tax notices: " WSTaxNoticeName
           DISPLAY "Tax extract: " WSTaxExtName
           DISPLAY "Control report: " WSTaxCtlName.

        TaxOneAccount.
           MOVE 0 TO WSTaxAcctInt
           MOVE 0 TO WSTaxAcctRev
           MOVE "N" TO WSHistEnd
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM TaxHistLine
               END-IF
           END-PERFORM
           IF WSTaxAcctInt > 0 THEN
               ADD WSTaxAcctInt TO WSTaxAcctTotal
               IF WSTaxAcctInt >= WSTaxMinimum THEN
                   ADD 1 TO WSTaxRptCount
                   ADD WSTaxAcctInt TO WSTaxRptTotal
                   PERFORM WriteTaxNotice
                   PERFORM WriteTaxExtract
               ELSE
                   ADD 1 TO WSTaxLowCount
                   ADD WSTaxAcctInt TO WSTaxLowTotal
               END-IF
           END-IF.

        TaxHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText
           END-UNSTRING
           IF WSHistDate(1:4) = WSTaxYear
              AND WSHistTypeText = "IN"
              AND WSHistCode(1:1) = "C" THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSHistAmtText)
                      TO WSAmountNum
                   ADD WSAmountNum TO WSTaxAcctInt
               END-IF
           END-IF
           IF WSHistDate(1:4) = WSTaxYear
              AND WSHistTypeText = "RV"
              AND WSHistRefType = "IN" THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSHistAmtText)
                      TO WSAmountNum
                   SUBTRACT WSAmountNum FROM WSTaxAcctInt
                   ADD WSAmountNum TO WSTaxAcctRev
               END-IF
           END-IF.

        WriteTaxNotice.
           MOVE ALL "=" TO WSTaxLine
           PERFORM WriteTaxNoticeLine
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST INCOME TAX NOTICE       TAX YEAR "
                     DELIMITED BY SIZE
                  WSTaxYear DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxNoticeLine
           MOVE SPACES TO WSTaxLine
           STRING "PAYER:     " DELIMITED BY SIZE
                  WSTaxPayer DELIMITED BY "  "
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxNoticeLine
           MOVE SPACES TO WSTaxLine
           STRING "RECIPIENT: " DELIMITED BY SIZE
                  WSFirstName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSLastName DELIMITED BY SPACE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxNoticeLine
           MOVE SPACES TO WSTaxLine
           STRING "ACCOUNT:   " DELIMITED BY SIZE
                  WSAccountId DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxNoticeLine
           MOVE WSTaxAcctInt TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST PAID: " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxNoticeLine
           MOVE "THIS AMOUNT HAS BEEN REPORTED TO THE TAX AUTHORITY."
              TO WSTaxLine
           PERFORM WriteTaxNoticeLine
           MOVE SPACES TO WSTaxLine
           PERFORM WriteTaxNoticeLine.

        WriteTaxNoticeLine.
           MOVE WSTaxLine TO TaxNoticeRecord
           WRITE TaxNoticeRecord.

        WriteTaxExtract.
           MOVE WSTaxYear TO TydYear
           MOVE WSAccountId TO TydAcctId
           MOVE WSLastName TO TydLastName
           MOVE WSFirstName TO TydFirstName
           MOVE WSTaxAcctInt TO TydAmount
           MOVE WSTaxExtDetail TO TaxExtRecord
           WRITE TaxExtRecord.

        SumYearHistory.
           MOVE 0 TO WSTaxHistTotal
           MOVE 0 TO WSTaxRevTotal
           MOVE 0 TO WSHistScanAcct
           MOVE SPACES TO WSHistScanDate
           MOVE "N" TO WSHistEnd
           MOVE SPACES TO HistDateKey
           STRING WSTaxYear DELIMITED BY SIZE
                  "0101" DELIMITED BY SIZE
                  INTO HistDateKey
           END-STRING
           START HistFile KEY IS NOT LESS THAN HistDateKey
               INVALID KEY
                   MOVE "Y" TO WSHistEnd
           END-START
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   IF HistDateKey(1:4) NOT = WSTaxYear THEN
                       MOVE "Y" TO WSHistEnd
                   ELSE
                       MOVE 0 TO WSTaxAcctInt
                       MOVE 0 TO WSTaxAcctRev
                       PERFORM TaxHistLine
                       ADD WSTaxAcctInt TO WSTaxHistTotal
                       ADD WSTaxAcctRev TO WSTaxRevTotal
                   END-IF
               END-IF
           END-PERFORM.

        SumAccrualLog.
           MOVE 0 TO WSTaxAccrTotal
           MOVE 0 TO WSTaxAccrRuns
           PERFORM BuildIntLogName
           MOVE "N" TO WSIntLogEnd
           OPEN INPUT IntLogFile
           IF WSIntLogStatus NOT = "00" THEN
               MOVE "Y" TO WSIntLogEnd
           END-IF
           PERFORM UNTIL IntLogAtEnd
               READ IntLogFile INTO WSIntLogLine
                   AT END
                       MOVE "Y" TO WSIntLogEnd
                   NOT AT END
                       PERFORM CheckIntLogLine
               END-READ
           END-PERFORM
           IF WSIntLogStatus NOT = "35" THEN
               CLOSE IntLogFile
           END-IF.

        CheckIntLogLine.
           MOVE SPACES TO WSIntLogDate
           MOVE SPACES TO WSIntLogCntText
           MOVE SPACES TO WSIntLogAmtText
           UNSTRING WSIntLogLine DELIMITED BY SPACE
               INTO WSIntLogDate, WSIntLogCntText, WSIntLogAmtText
           END-UNSTRING
           IF WSIntLogDate(1:4) = WSTaxYear THEN
               MOVE FUNCTION TEST-NUMVAL(WSIntLogAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSIntLogAmtText)
                      TO WSAmountNum
                   ADD WSAmountNum TO WSTaxAccrTotal
                   ADD 1 TO WSTaxAccrRuns
               END-IF
           END-IF.

        WriteTaxControl.
           COMPUTE WSTaxOrphan = WSTaxHistTotal - WSTaxAcctTotal
           COMPUTE WSTaxDiff = WSTaxAccrTotal - WSTaxHistTotal
              - WSTaxRevTotal
           OPEN OUTPUT TaxCtlFile
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST TAX REPORTING CONTROL  TAX YEAR "
                     DELIMITED BY SIZE
                  WSTaxYear DELIMITED BY SIZE
                  "  RUN DATE " DELIMITED BY SIZE
                  WSTodayText DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE ALL "-" TO WSTaxLine
           PERFORM WriteTaxCtlLine
           MOVE WSTaxMinimum TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "REPORTABLE MINIMUM:               " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxRptTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "REPORTED   ACCOUNTS " DELIMITED BY SIZE
                  WSTaxRptCount DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxLowTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "BELOW MIN  ACCOUNTS " DELIMITED BY SIZE
                  WSTaxLowCount DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxAcctTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST BY ACCOUNT:              " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxOrphan TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "ACCOUNTS NO LONGER ON MASTER:     " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxHistTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST IN HISTORY FOR YEAR:     " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxRevTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "INTEREST REVERSED IN YEAR:        " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxAccrTotal TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "POSTED BY ACCRUAL RUNS:           " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  "  RUNS " DELIMITED BY SIZE
                  WSTaxAccrRuns DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE WSTaxDiff TO WSTaxAmtOut
           MOVE SPACES TO WSTaxLine
           STRING "DIFFERENCE:                       " DELIMITED BY SIZE
                  WSTaxAmtOut DELIMITED BY SIZE
                  INTO WSTaxLine
           END-STRING
           PERFORM WriteTaxCtlLine
           MOVE ALL "-" TO WSTaxLine
           PERFORM WriteTaxCtlLine
           IF WSTaxDiff = 0 AND WSTaxOrphan = 0 THEN
               MOVE "CONTROL TOTALS AGREE" TO WSTaxLine
               DISPLAY "Control totals agree."
           ELSE
               MOVE "CONTROL TOTALS DO NOT AGREE" TO WSTaxLine
               DISPLAY "Control totals do not agree; see "
                  WSTaxCtlName
           END-IF
           PERFORM WriteTaxCtlLine
           CLOSE TaxCtlFile.

        WriteTaxCtlLine.
           MOVE WSTaxLine TO TaxCtlRecord
           WRITE TaxCtlRecord.

        ChangeAccountStatus.
           OPEN I-O InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; status unchanged."
               ELSE
                   MOVE WSAccountId TO AccountId
                   READ InputFile
                       INVALID KEY
                           DISPLAY "Account " AccountId
                              " not on file."
                       NOT INVALID KEY
                           MOVE Person TO WSPerson
                           PERFORM ApplyStatusChange
                   END-READ
               END-IF
               CLOSE InputFile
           END-IF.

        SetOverdraftLimit.
           OPEN I-O InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; limit unchanged."
               ELSE
                   MOVE WSAccountId TO AccountId
                   READ InputFile
                       INVALID KEY
                           DISPLAY "Account " AccountId
                              " not on file."
                       NOT INVALID KEY
                           MOVE Person TO WSPerson
                           PERFORM ApplyOverdraftLimit
                   END-READ
               END-IF
               CLOSE InputFile
           END-IF.

        ApplyOverdraftLimit.
           MOVE WSOverdraftLimit TO WSOdLimitOut
           DISPLAY "Current limit: " WSOdLimitOut
           DISPLAY "New limit: " WITH NO ADVANCING
           PERFORM GetField
           IF BatchMode AND BatchAtEnd THEN
               DISPLAY "Batch input ended; limit unchanged."
           ELSE
               IF WSFieldInput(13:) NOT = SPACES THEN
                   DISPLAY "Limit must be 12 characters or"
                      " fewer."
               ELSE
                   MOVE WSFieldInput TO WSAmountText
                   MOVE FUNCTION TEST-NUMVAL(WSAmountText)
                      TO WSAmountCheck
                   IF WSAmountCheck NOT = 0 THEN
                       DISPLAY "Limit must be numeric."
                   ELSE
                       MOVE FUNCTION NUMVAL(WSAmountText)
                          TO WSAmountNum
                       IF WSAmountNum >= 0
                          AND WSAmountNum <= 9999999.99 THEN
                           MOVE WSAmountNum
                              TO WSOverdraftLimit
                           PERFORM RewriteOverdraftLimit
                       ELSE
                           DISPLAY "Limit must be between 0 and"
                              " 9999999.99."
                       END-IF
                   END-IF
               END-IF
           END-IF.

        RewriteOverdraftLimit.
           MOVE WSPerson TO Person
           REWRITE Person
               INVALID KEY
                   DISPLAY "Unable to rewrite account "
                      AccountId " (status "
                      WSInputStatus ")."
               NOT INVALID KEY
                   MOVE WSOverdraftLimit TO WSOdLimitOut
                   DISPLAY "Account " AccountId
                      " overdraft limit is now " WSOdLimitOut
                      "."
           END-REWRITE.

        ApplyStatusChange.
           MOVE "N" TO WSPostOk
           EVALUATE TRUE
               WHEN Command = "fz"
                   IF AccountOpen THEN
                       MOVE "F" TO WSAcctStatus
                       MOVE "Y" TO WSPostOk
                   ELSE
                       DISPLAY
                          "Account is not open; cannot freeze."
                   END-IF
               WHEN Command = "uf"
                   IF AccountFrozen THEN
                       MOVE "O" TO WSAcctStatus
                       MOVE "Y" TO WSPostOk
                   ELSE
                       DISPLAY "Account is not frozen."
                   END-IF
               WHEN Command = "cl"
                   IF AccountClosed THEN
                       DISPLAY "Account is already closed."
                   ELSE
                       MOVE "C" TO WSAcctStatus
                       MOVE "Y" TO WSPostOk
                   END-IF
           END-EVALUATE
           IF PostOk THEN
               MOVE WSPerson TO Person
               REWRITE Person
                   INVALID KEY
                       DISPLAY "Unable to rewrite account "
                          AccountId " (status "
                          WSInputStatus ")."
                   NOT INVALID KEY
                       DISPLAY "Account " AccountId
                          " status is now " WSAcctStatus "."
               END-REWRITE
           END-IF.

        BuildHoldName.
           MOVE SPACES TO WSHoldName
           STRING Arguments DELIMITED BY SPACE
                  ".hld" DELIMITED BY SIZE
                  INTO WSHoldName
           END-STRING.

        ComputeAvailFunds.
           PERFORM SumAccountHolds
           COMPUTE WSAvailFunds =
              WSBalance + WSOverdraftLimit - WSHoldTotal.

        ShowFundsShortfall.
           IF WSHoldTotal = 0 THEN
               DISPLAY "Insufficient funds; not posted."
           ELSE
               MOVE WSHoldTotal TO WSAmountOut
               DISPLAY "Insufficient available funds; "
                  WSAmountOut " on hold; not posted."
           END-IF.

        SumAccountHolds.
           MOVE 0 TO WSHoldTotal
           PERFORM GetBusinessDate
           PERFORM BuildHoldName
           OPEN INPUT HoldFile
           IF WSHoldFileStatus = "00" THEN
               MOVE AccountId TO HoldAcctId
               MOVE 0 TO HoldNo
               MOVE "N" TO WSHoldEnd
               START HoldFile KEY IS NOT LESS THAN HoldKey
                   INVALID KEY
                       MOVE "Y" TO WSHoldEnd
               END-START
               PERFORM UNTIL HoldAtEnd
                   READ HoldFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSHoldEnd
                       NOT AT END
                           IF HoldAcctId NOT = AccountId THEN
                               MOVE "Y" TO WSHoldEnd
                           ELSE
                               IF HoldStatus = "A"
                                  AND HoldExpiry >= WSToday THEN
                                   ADD HoldAmount TO WSHoldTotal
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF.

        HoldAdd.
           OPEN INPUT InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; hold not placed."
               ELSE
                   MOVE WSAccountId TO AccountId
                   READ InputFile
                       INVALID KEY
                           DISPLAY "Account " AccountId
                              " not on file."
                       NOT INVALID KEY
                           MOVE Person TO WSPerson
                           PERFORM FinishHoldAdd
                   END-READ
               END-IF
               CLOSE InputFile
           END-IF.

        FinishHoldAdd.
           IF AccountClosed THEN
               DISPLAY "Account " AccountId
                  " is closed; hold not placed."
           ELSE
               PERFORM GetEntryAmount
               IF AmountIsValid THEN
                   PERFORM GetHoldReason
                   IF HoldReasonValid THEN
                       DISPLAY "Expiry date (YYYYMMDD): "
                          WITH NO ADVANCING
                       PERFORM GetEntryDate
                       IF EntryDateOk THEN
                           PERFORM GetBusinessDate
                           IF WSCalDate < WSToday THEN
                               DISPLAY "Expiry date is before the"
                                  " business date; hold not"
                                  " placed."
                           ELSE
                               PERFORM WriteNewHold
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

        GetHoldReason.
           DISPLAY "Reason (UC/LG/PA/OT): " WITH NO ADVANCING
           PERFORM GetField
           MOVE SPACES TO WSHoldReason
           IF WSFieldInput(3:) = SPACES THEN
               MOVE WSFieldInput(1:2) TO WSHoldReason
           END-IF
           IF NOT HoldReasonValid THEN
               DISPLAY "Reason must be UC, LG, PA or OT."
           END-IF.

        WriteNewHold.
           PERFORM BuildHoldName
           MOVE 1 TO WSHoldNextNo
           OPEN I-O HoldFile
           IF WSHoldFileStatus = "35" THEN
               OPEN OUTPUT HoldFile
           ELSE
               IF WSHoldFileStatus = "00" THEN
                   PERFORM FindNextHoldNo
               END-IF
           END-IF
           IF WSHoldFileStatus NOT = "00" THEN
               DISPLAY "Unable to open hold file " WSHoldName
                  " (status " WSHoldFileStatus ")."
           ELSE
               MOVE AccountId TO WSHoldAcctId
               MOVE WSHoldNextNo TO WSHoldNo
               MOVE WSAmount TO WSHoldAmount
               MOVE Username TO WSHoldOper
               MOVE WSToday TO WSHoldPlaced
               MOVE WSCalDate TO WSHoldExpiry
               MOVE "A" TO WSHoldStatus
               MOVE SPACES TO WSHoldEndOper
               MOVE 0 TO WSHoldEndDate
               MOVE WSHold TO HoldRecord
               WRITE HoldRecord
                   INVALID KEY
                       DISPLAY "Unable to write hold (status "
                          WSHoldFileStatus ")."
                   NOT INVALID KEY
                       DISPLAY "Hold " WSHoldNo " placed on account "
                          AccountId "."
               END-WRITE
               CLOSE HoldFile
               PERFORM ComputeAvailFunds
               MOVE WSAvailFunds TO WSAmountOut
               DISPLAY "Available funds: " WSAmountOut
           END-IF.

        FindNextHoldNo.
           MOVE 0 TO WSHoldNextNo
           MOVE AccountId TO HoldAcctId
           MOVE 0 TO HoldNo
           MOVE "N" TO WSHoldEnd
           START HoldFile KEY IS NOT LESS THAN HoldKey
               INVALID KEY
                   MOVE "Y" TO WSHoldEnd
           END-START
           PERFORM UNTIL HoldAtEnd
               READ HoldFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSHoldEnd
                   NOT AT END
                       IF HoldAcctId = AccountId THEN
                           MOVE HoldNo TO WSHoldNextNo
                       ELSE
                           MOVE "Y" TO WSHoldEnd
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WSHoldNextNo.

        HoldList.
           MOVE "Y" TO WSHoldSelOk
           MOVE 0 TO WSHoldSelAcct
           DISPLAY "Account ID or ALL? " WITH NO ADVANCING
           PERFORM GetField
           IF WSFieldInput NOT = "ALL" AND WSFieldInput NOT = "all"
              THEN
               MOVE WSFieldInput(1:20) TO WSIdTextIn
               PERFORM CheckIdText
               IF IdIsValid THEN
                   MOVE WSIdNum TO WSHoldSelAcct
               ELSE
                   MOVE "N" TO WSHoldSelOk
                   DISPLAY "Account ID must be 6 digits, numeric"
                      " and positive."
               END-IF
           END-IF
           IF HoldSelOk THEN
               PERFORM BuildHoldName
               OPEN INPUT HoldFile
               IF WSHoldFileStatus NOT = "00" THEN
                   DISPLAY "No holds on file."
               ELSE
                   PERFORM ListHoldFile
                   CLOSE HoldFile
               END-IF
           END-IF.

        ListHoldFile.
           PERFORM GetBusinessDate
           MOVE 0 TO WSHoldCount
           MOVE WSHoldSelAcct TO HoldAcctId
           MOVE 0 TO HoldNo
           MOVE "N" TO WSHoldEnd
           START HoldFile KEY IS NOT LESS THAN HoldKey
               INVALID KEY
                   MOVE "Y" TO WSHoldEnd
           END-START
           DISPLAY "ACCOUNT  HOLD        AMOUNT  RS  PLACED"
              "    EXPIRES   STATUS    PLACED BY"
           PERFORM UNTIL HoldAtEnd
               READ HoldFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSHoldEnd
                   NOT AT END
                       MOVE HoldRecord TO WSHold
                       IF WSHoldSelAcct = 0 THEN
                           IF HoldActive THEN
                               PERFORM ListOneHold
                           END-IF
                       ELSE
                           IF WSHoldAcctId = WSHoldSelAcct THEN
                               PERFORM ListOneHold
                           ELSE
                               MOVE "Y" TO WSHoldEnd
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Holds listed: " WSHoldCount.

        ListOneHold.
           ADD 1 TO WSHoldCount
           EVALUATE TRUE
               WHEN HoldActive AND WSHoldExpiry < WSToday
                   MOVE "LAPSED" TO WSHoldAction
               WHEN HoldActive
                   MOVE "ACTIVE" TO WSHoldAction
               WHEN HoldReleased
                   MOVE "RELEASED" TO WSHoldAction
               WHEN HoldExpired
                   MOVE "EXPIRED" TO WSHoldAction
               WHEN OTHER
                   MOVE "UNKNOWN" TO WSHoldAction
           END-EVALUATE
           MOVE WSHoldAmount TO WSBalanceOut
           DISPLAY WSHoldAcctId "   " WSHoldNo "  " WSBalanceOut
              "  " WSHoldReason "  " WSHoldPlaced "  "
              WSHoldExpiry "  " WSHoldAction "  " WSHoldOper.

        HoldRelease.
           IF WSOpLevel < 2 THEN
               DISPLAY "Supervisor authority required."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; hold not released."
               ELSE
                   PERFORM GetHoldNumber
                   IF HoldSelOk THEN
                       PERFORM ReleaseOneHold
                   END-IF
               END-IF
           END-IF.

        GetHoldNumber.
           MOVE "N" TO WSHoldSelOk
           DISPLAY "Hold number: " WITH NO ADVANCING
           PERFORM GetField
           IF WSFieldInput(5:) NOT = SPACES THEN
               DISPLAY "Hold number must be 4 digits or fewer."
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WSFieldInput(1:4))
                  TO WSAmountCheck
               IF WSAmountCheck NOT = 0 THEN
                   DISPLAY "Hold number must be numeric."
               ELSE
                   MOVE FUNCTION NUMVAL(WSFieldInput(1:4))
                      TO WSHoldSelNo
                   MOVE "Y" TO WSHoldSelOk
               END-IF
           END-IF.

        ReleaseOneHold.
           PERFORM BuildHoldName
           OPEN I-O HoldFile
           IF WSHoldFileStatus NOT = "00" THEN
               DISPLAY "No holds on file."
           ELSE
               MOVE WSAccountId TO HoldAcctId
               MOVE WSHoldSelNo TO HoldNo
               READ HoldFile
                   INVALID KEY
                       DISPLAY "Hold " WSHoldSelNo " not found for"
                          " account " WSAccountId "."
                   NOT INVALID KEY
                       MOVE HoldRecord TO WSHold
                       PERFORM ApplyHoldRelease
               END-READ
               CLOSE HoldFile
           END-IF.

        ApplyHoldRelease.
           IF NOT HoldActive THEN
               DISPLAY "Hold is not active."
           ELSE
               PERFORM GetBusinessDate
               MOVE "R" TO WSHoldStatus
               MOVE Username TO WSHoldEndOper
               MOVE WSToday TO WSHoldEndDate
               MOVE WSHold TO HoldRecord
               REWRITE HoldRecord
                   INVALID KEY
                       DISPLAY "Unable to release hold (status "
                          WSHoldFileStatus ")."
                   NOT INVALID KEY
                       MOVE WSHoldAmount TO WSAmountOut
                       DISPLAY "Hold " WSHoldNo " for "
                          WSAmountOut " released."
               END-REWRITE
           END-IF.

        HoldExpiryRun.
           MOVE "N" TO WSHoldRunOk
           PERFORM GetBusinessDate
           PERFORM BuildHoldName
           MOVE SPACES TO WSHoldRptName
           STRING Arguments DELIMITED BY SPACE
                  ".hlr" DELIMITED BY SIZE
                  INTO WSHoldRptName
           END-STRING
           MOVE 0 TO WSHoldActCount
           MOVE 0 TO WSHoldActTotal
           MOVE 0 TO WSHoldExpCount
           MOVE 0 TO WSHoldExpTotal
           OPEN OUTPUT HoldRptFile
           MOVE SPACES TO WSHoldLine
           STRING "HOLDS REPORT FOR BUSINESS DATE " DELIMITED BY SIZE
                  WSToday DELIMITED BY SIZE
                  INTO WSHoldLine
           END-STRING
           PERFORM WriteHoldRptLine
           MOVE "  ACCOUNT  HOLD         AMOUNT  RS  PLACED    EXPIRES"
              TO WSHoldLine
           MOVE "   ACTION    PLACED BY" TO WSHoldLine(56:)
           PERFORM WriteHoldRptLine
           MOVE ALL "-" TO WSHoldLine
           PERFORM WriteHoldRptLine
           OPEN I-O HoldFile
           EVALUATE TRUE
               WHEN WSHoldFileStatus = "00"
                   MOVE "Y" TO WSHoldRunOk
                   PERFORM ExpireHoldFile
                   CLOSE HoldFile
               WHEN WSHoldFileStatus = "35"
                   MOVE "Y" TO WSHoldRunOk
                   MOVE "  NO HOLDS ON FILE" TO WSHoldLine
                   PERFORM WriteHoldRptLine
               WHEN OTHER
                   DISPLAY "Unable to open hold file " WSHoldName
                      " (status " WSHoldFileStatus ")."
           END-EVALUATE
           MOVE ALL "-" TO WSHoldLine
           PERFORM WriteHoldRptLine
           MOVE WSHoldActTotal TO WSAmountOut
           MOVE SPACES TO WSHoldLine
           STRING "ACTIVE HOLDS:      " DELIMITED BY SIZE
                  WSHoldActCount DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSHoldLine
           END-STRING
           PERFORM WriteHoldRptLine
           MOVE WSHoldExpTotal TO WSAmountOut
           MOVE SPACES TO WSHoldLine
           STRING "EXPIRED THIS RUN:  " DELIMITED BY SIZE
                  WSHoldExpCount DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSHoldLine
           END-STRING
           PERFORM WriteHoldRptLine
           CLOSE HoldRptFile
           DISPLAY "Holds expired: " WSHoldExpCount
           DISPLAY "Holds still active: " WSHoldActCount
           DISPLAY "Holds report: " WSHoldRptName.

        ExpireHoldFile.
           MOVE 0 TO HoldAcctId
           MOVE 0 TO HoldNo
           MOVE "N" TO WSHoldEnd
           START HoldFile KEY IS NOT LESS THAN HoldKey
               INVALID KEY
                   MOVE "Y" TO WSHoldEnd
           END-START
           PERFORM UNTIL HoldAtEnd
               READ HoldFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSHoldEnd
                   NOT AT END
                       MOVE HoldRecord TO WSHold
                       IF HoldActive THEN
                           PERFORM ExpireOneHold
                       END-IF
               END-READ
           END-PERFORM.

        ExpireOneHold.
           IF WSHoldExpiry <= WSToday THEN
               MOVE "E" TO WSHoldStatus
               MOVE Username TO WSHoldEndOper
               MOVE WSToday TO WSHoldEndDate
               MOVE WSHold TO HoldRecord
               REWRITE HoldRecord
                   INVALID KEY
                       DISPLAY "Unable to expire hold " WSHoldNo
                          " on account " WSHoldAcctId
                          " (status " WSHoldFileStatus ")."
                   NOT INVALID KEY
                       ADD 1 TO WSHoldExpCount
                       ADD WSHoldAmount TO WSHoldExpTotal
                       MOVE "EXPIRED" TO WSHoldAction
                       PERFORM WriteHoldDetail
               END-REWRITE
           ELSE
               ADD 1 TO WSHoldActCount
               ADD WSHoldAmount TO WSHoldActTotal
               MOVE "ACTIVE" TO WSHoldAction
               PERFORM WriteHoldDetail
           END-IF.

        WriteHoldDetail.
           MOVE WSHoldAmount TO WSAmountOut
           MOVE SPACES TO WSHoldLine
           STRING "  " DELIMITED BY SIZE
                  WSHoldAcctId DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WSHoldNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSHoldReason DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSHoldPlaced DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSHoldExpiry DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSHoldAction DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSHoldOper DELIMITED BY SPACE
                  INTO WSHoldLine
           END-STRING
           PERFORM WriteHoldRptLine.

        WriteHoldRptLine.
           MOVE WSHoldLine TO HoldRptRecord
           WRITE HoldRptRecord.

        BuildApprovalName.
           MOVE SPACES TO WSApqName
           STRING Arguments DELIMITED BY SPACE
                  ".apq" DELIMITED BY SIZE
                  INTO WSApqName
           END-STRING.

        LoadApprovalParms.
           MOVE 0 TO WSApvLimit
           MOVE "C" TO WSApvCloseAct
           MOVE "N" TO WSApvParmEnd
           OPEN INPUT ApvParmFile
           IF WSApvParmStatus NOT = "00" THEN
               MOVE "Y" TO WSApvParmEnd
           END-IF
           PERFORM UNTIL ApvParmAtEnd
               READ ApvParmFile INTO WSApvParmLine
                   AT END
                       MOVE "Y" TO WSApvParmEnd
                   NOT AT END
                       PERFORM CheckApprovalParm
               END-READ
           END-PERFORM
           IF WSApvParmStatus NOT = "35" THEN
               CLOSE ApvParmFile
           END-IF.

        CheckApprovalParm.
           MOVE SPACES TO WSApvCodeText
           MOVE SPACES TO WSApvValText
           UNSTRING WSApvParmLine DELIMITED BY SPACE
               INTO WSApvCodeText, WSApvValText
           END-UNSTRING
           EVALUATE WSApvCodeText
               WHEN "AL"
                   MOVE FUNCTION TEST-NUMVAL(WSApvValText)
                      TO WSRateCheck
                   IF WSRateCheck = 0 THEN
                       MOVE FUNCTION NUMVAL(WSApvValText)
                          TO WSAmountNum
                       IF WSAmountNum >= 0
                          AND WSAmountNum <= 9999999.99 THEN
                           MOVE WSAmountNum TO WSApvLimit
                       END-IF
                   END-IF
               WHEN "PC"
                   IF WSApvValText(1:1) = "D"
                      OR WSApvValText(1:1) = "C" THEN
                       MOVE WSApvValText(1:1) TO WSApvCloseAct
                   END-IF
           END-EVALUATE.

        CheckApprovalLimit.
           MOVE "N" TO WSApvNeeded
           PERFORM LoadApprovalParms
           IF WSApvLimit > 0 AND WSAmount > WSApvLimit THEN
               MOVE "Y" TO WSApvNeeded
           END-IF.

        QueueTransfer.
           MOVE "D" TO WSTellerCode
           MOVE "TR" TO WSTellerType
           MOVE WSXferFromId TO AccountId
           PERFORM CheckQueueAccount
           IF ApvAcctOk THEN
               MOVE WSXferToId TO AccountId
               PERFORM CheckQueueAccount
           END-IF
           IF ApvAcctOk THEN
               MOVE WSXferFromId TO WSApqAcctId
               MOVE WSXferToId TO WSApqToAcctId
               PERFORM QueueForApproval
           END-IF.

        CheckQueueAccount.
           MOVE "N" TO WSApvAcctOk
           READ InputFile
               INVALID KEY
                   DISPLAY "Account " AccountId
                      " not on file."
               NOT INVALID KEY
                   MOVE Person TO WSPerson
                   IF NOT AccountOpen AND NOT AccountDormant
                      THEN
                       DISPLAY "Account " AccountId
                          " is not open; not queued."
                   ELSE
                       MOVE "Y" TO WSApvAcctOk
                   END-IF
           END-READ.

        QueueForApproval.
           PERFORM BuildApprovalName
           PERFORM GetBusinessDate
           MOVE 1 TO WSApqNextNo
           OPEN I-O ApqFile
           IF WSApqFileStatus = "35" THEN
               OPEN OUTPUT ApqFile
           ELSE
               IF WSApqFileStatus = "00" THEN
                   PERFORM FindNextApprovalNo
               END-IF
           END-IF
           IF WSApqFileStatus NOT = "00" THEN
               DISPLAY "Unable to open approval queue " WSApqName
                  " (status " WSApqFileStatus ")."
           ELSE
               ACCEPT WSTimeNow FROM TIME
               MOVE WSApqNextNo TO WSApqNo
               MOVE WSTellerType TO WSApqType
               MOVE WSTellerCode TO WSApqCode
               MOVE WSAmount TO WSApqAmount
               MOVE Username TO WSApqReqOper
               MOVE WSToday TO WSApqReqDate
               MOVE WSTimeNow(1:6) TO WSApqReqTime
               MOVE "P" TO WSApqStatus
               MOVE SPACES TO WSApqActOper
               MOVE 0 TO WSApqActDate
               MOVE WSApq TO ApqRecord
               WRITE ApqRecord
                   INVALID KEY
                       DISPLAY "Unable to queue item (status "
                          WSApqFileStatus ")."
                   NOT INVALID KEY
                       MOVE WSApvLimit TO WSAmountOut
                       DISPLAY "Amount is over the approval limit"
                          " of " WSAmountOut "."
                       DISPLAY "Queued for supervisor approval as"
                          " item " WSApqNo "; not posted."
                       MOVE "QUEUED" TO WSApqAction
                       PERFORM WriteApprovalAudit
               END-WRITE
               CLOSE ApqFile
           END-IF.

        FindNextApprovalNo.
           MOVE 0 TO WSApqNextNo
           MOVE 0 TO ApqNo
           MOVE "N" TO WSApqEnd
           START ApqFile KEY IS NOT LESS THAN ApqNo
               INVALID KEY
                   MOVE "Y" TO WSApqEnd
           END-START
           PERFORM UNTIL ApqAtEnd
               READ ApqFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSApqEnd
                   NOT AT END
                       MOVE ApqNo TO WSApqNextNo
               END-READ
           END-PERFORM
           ADD 1 TO WSApqNextNo.

        WriteApprovalAudit.
           MOVE WSApqAmount TO WSAmountOut
           MOVE SPACES TO WSAuditLine
           STRING Username DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  Command DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  Arguments DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  WSApqAction DELIMITED BY SPACE
                  " ITEM " DELIMITED BY SIZE
                  WSApqNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqType DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqCode DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqAcctId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqToAcctId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  " REQUESTED BY " DELIMITED BY SIZE
                  WSApqReqOper DELIMITED BY SPACE
                  " APPROVER " DELIMITED BY SIZE
                  WSApqActOper DELIMITED BY SPACE
                  INTO WSAuditLine
           END-STRING
           PERFORM WriteAuditLine.

        ApprovalList.
           PERFORM BuildApprovalName
           OPEN INPUT ApqFile
           IF WSApqFileStatus NOT = "00" THEN
               DISPLAY "No items awaiting approval."
           ELSE
               MOVE 0 TO WSApqCount
               MOVE 0 TO ApqNo
               MOVE "N" TO WSApqEnd
               START ApqFile KEY IS NOT LESS THAN ApqNo
                   INVALID KEY
                       MOVE "Y" TO WSApqEnd
               END-START
               DISPLAY "ITEM    TY DC ACCOUNT TO-ACCT        AMOUNT"
                  "  REQUESTED        REQUESTED BY"
               PERFORM UNTIL ApqAtEnd
                   READ ApqFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSApqEnd
                       NOT AT END
                           MOVE ApqRecord TO WSApq
                           IF ApqPending THEN
                               ADD 1 TO WSApqCount
                               PERFORM ListOneApproval
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ApqFile
               DISPLAY "Items awaiting approval: " WSApqCount
           END-IF.

        ListOneApproval.
           MOVE WSApqAmount TO WSBalanceOut
           DISPLAY WSApqNo "  " WSApqType " " WSApqCode "  "
              WSApqAcctId "  " WSApqToAcctId " " WSBalanceOut "  "
              WSApqReqDate " " WSApqReqTime "  " WSApqReqOper.

        GetApprovalNumber.
           MOVE "N" TO WSApqSelOk
           DISPLAY "Item number: " WITH NO ADVANCING
           PERFORM GetField
           IF WSFieldInput(7:) NOT = SPACES THEN
               DISPLAY "Item number must be 6 digits or fewer."
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WSFieldInput(1:6))
                  TO WSAmountCheck
               IF WSAmountCheck NOT = 0 THEN
                   DISPLAY "Item number must be numeric."
               ELSE
                   MOVE FUNCTION NUMVAL(WSFieldInput(1:6))
                      TO WSApqSelNo
                   MOVE "Y" TO WSApqSelOk
               END-IF
           END-IF.

        ReadApprovalItem.
           MOVE "N" TO WSApqSelOk
           MOVE WSApqSelNo TO ApqNo
           READ ApqFile
               INVALID KEY
                   DISPLAY "Item " WSApqSelNo " not found."
               NOT INVALID KEY
                   MOVE ApqRecord TO WSApq
                   DISPLAY "ITEM    TY DC ACCOUNT TO-ACCT"
                      "        AMOUNT  REQUESTED        REQUESTED BY"
                   PERFORM ListOneApproval
                   IF NOT ApqPending THEN
                       DISPLAY "Item is no longer pending."
                   ELSE
                       MOVE "Y" TO WSApqSelOk
                   END-IF
           END-READ.

        ApprovalApprove.
           PERFORM GetApprovalNumber
           IF ApqSelOk THEN
               PERFORM BuildApprovalName
               OPEN I-O ApqFile
               IF WSApqFileStatus NOT = "00" THEN
                   DISPLAY "No items awaiting approval."
               ELSE
                   PERFORM ReadApprovalItem
                   IF ApqSelOk THEN
                       IF WSApqReqOper = Username THEN
                           DISPLAY "Approver must be a different"
                              " operator from the requester."
                       ELSE
                           PERFORM PostApprovedItem
                       END-IF
                   END-IF
                   CLOSE ApqFile
               END-IF
           END-IF.

        PostApprovedItem.
           MOVE "N" TO WSPostOk
           MOVE WSApqReqOper TO WSHistMaker
           MOVE Username TO WSHistChecker
           MOVE WSApqAmount TO WSAmount
           OPEN I-O InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               IF ApqTransfer THEN
                   MOVE WSApqAcctId TO WSXferFromId
                   MOVE WSApqToAcctId TO WSXferToId
                   PERFORM ApplyTransfer
                   IF XferOk THEN
                       MOVE "Y" TO WSPostOk
                   END-IF
               ELSE
                   MOVE WSApqCode TO WSTellerCode
                   MOVE WSApqType TO WSTellerType
                   MOVE WSApqAcctId TO AccountId
                   READ InputFile
                       INVALID KEY
                           DISPLAY "Account " AccountId
                              " not on file."
                       NOT INVALID KEY
                           PERFORM ApplyTellerTxn
                   END-READ
               END-IF
               CLOSE InputFile
           END-IF
           MOVE SPACES TO WSHistMaker
           MOVE SPACES TO WSHistChecker
           IF PostOk THEN
               MOVE "A" TO WSApqStatus
               MOVE "APPROVED" TO WSApqAction
               PERFORM CompleteApprovalItem
           ELSE
               DISPLAY "Item " WSApqNo " not posted; still pending."
           END-IF.

        CompleteApprovalItem.
           PERFORM GetBusinessDate
           MOVE Username TO WSApqActOper
           MOVE WSToday TO WSApqActDate
           MOVE WSApq TO ApqRecord
           REWRITE ApqRecord
               INVALID KEY
                   DISPLAY "Unable to update item " WSApqNo
                      " (status " WSApqFileStatus ")."
               NOT INVALID KEY
                   DISPLAY "Item " WSApqNo " " WSApqAction "."
                   PERFORM WriteApprovalAudit
           END-REWRITE.

        ApprovalDecline.
           PERFORM GetApprovalNumber
           IF ApqSelOk THEN
               PERFORM BuildApprovalName
               OPEN I-O ApqFile
               IF WSApqFileStatus NOT = "00" THEN
                   DISPLAY "No items awaiting approval."
               ELSE
                   PERFORM ReadApprovalItem
                   IF ApqSelOk THEN
                       MOVE "D" TO WSApqStatus
                       MOVE "DECLINED" TO WSApqAction
                       PERFORM CompleteApprovalItem
                   END-IF
                   CLOSE ApqFile
               END-IF
           END-IF.

        ApprovalCloseRun.
           MOVE "N" TO WSApvRunOk
           PERFORM GetBusinessDate
           PERFORM LoadApprovalParms
           PERFORM BuildApprovalName
           MOVE SPACES TO WSApvRptName
           STRING Arguments DELIMITED BY SPACE
                  ".apr" DELIMITED BY SIZE
                  INTO WSApvRptName
           END-STRING
           MOVE 0 TO WSApvCarryCount
           MOVE 0 TO WSApvDeclCount
           MOVE 0 TO WSApvPendTotal
           OPEN OUTPUT ApvRptFile
           MOVE SPACES TO WSApvLine
           STRING "PENDING APPROVALS FOR BUSINESS DATE "
                     DELIMITED BY SIZE
                  WSToday DELIMITED BY SIZE
                  INTO WSApvLine
           END-STRING
           PERFORM WriteApvRptLine
           MOVE "  ITEM   TY DC ACCOUNT TO-ACCT       AMOUNT  REQUESTED"
              TO WSApvLine
           MOVE "  ACTION    REQUESTED BY" TO WSApvLine(57:)
           PERFORM WriteApvRptLine
           MOVE ALL "-" TO WSApvLine
           PERFORM WriteApvRptLine
           OPEN I-O ApqFile
           EVALUATE TRUE
               WHEN WSApqFileStatus = "00"
                   MOVE "Y" TO WSApvRunOk
                   PERFORM ClosePendingItems
                   CLOSE ApqFile
               WHEN WSApqFileStatus = "35"
                   MOVE "Y" TO WSApvRunOk
                   MOVE "  NO ITEMS AWAITING APPROVAL" TO WSApvLine
                   PERFORM WriteApvRptLine
               WHEN OTHER
                   DISPLAY "Unable to open approval queue "
                      WSApqName " (status " WSApqFileStatus ")."
           END-EVALUATE
           MOVE ALL "-" TO WSApvLine
           PERFORM WriteApvRptLine
           MOVE WSApvPendTotal TO WSAmountOut
           MOVE SPACES TO WSApvLine
           STRING "CARRIED FORWARD:   " DELIMITED BY SIZE
                  WSApvCarryCount DELIMITED BY SIZE
                  "  AUTO-DECLINED: " DELIMITED BY SIZE
                  WSApvDeclCount DELIMITED BY SIZE
                  "  AMOUNT: " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSApvLine
           END-STRING
           PERFORM WriteApvRptLine
           CLOSE ApvRptFile
           DISPLAY "Approvals carried forward: " WSApvCarryCount
           DISPLAY "Approvals auto-declined: " WSApvDeclCount
           DISPLAY "Approvals report: " WSApvRptName.

        ClosePendingItems.
           MOVE 0 TO ApqNo
           MOVE "N" TO WSApqEnd
           START ApqFile KEY IS NOT LESS THAN ApqNo
               INVALID KEY
                   MOVE "Y" TO WSApqEnd
           END-START
           PERFORM UNTIL ApqAtEnd
               READ ApqFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSApqEnd
                   NOT AT END
                       MOVE ApqRecord TO WSApq
                       IF ApqPending THEN
                           PERFORM CloseOneApproval
                       END-IF
               END-READ
           END-PERFORM.

        CloseOneApproval.
           ADD WSApqAmount TO WSApvPendTotal
           IF ApvCloseDecline THEN
               MOVE "D" TO WSApqStatus
               MOVE Username TO WSApqActOper
               MOVE WSToday TO WSApqActDate
               MOVE WSApq TO ApqRecord
               REWRITE ApqRecord
                   INVALID KEY
                       DISPLAY "Unable to decline item " WSApqNo
                          " (status " WSApqFileStatus ")."
                   NOT INVALID KEY
                       ADD 1 TO WSApvDeclCount
                       MOVE "DECLINED" TO WSApqAction
                       PERFORM WriteApvDetail
                       MOVE "AUTODECL" TO WSApqAction
                       PERFORM WriteApprovalAudit
               END-REWRITE
           ELSE
               ADD 1 TO WSApvCarryCount
               MOVE "CARRIED" TO WSApqAction
               PERFORM WriteApvDetail
           END-IF.

        WriteApvDetail.
           MOVE WSApqAmount TO WSBalanceOut
           MOVE SPACES TO WSApvLine
           STRING "  " DELIMITED BY SIZE
                  WSApqNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqType DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSApqCode DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSApqAcctId DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSApqToAcctId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSBalanceOut DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSApqReqDate DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSApqAction DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WSApqReqOper DELIMITED BY SPACE
                  INTO WSApvLine
           END-STRING
           PERFORM WriteApvRptLine.

        WriteApvRptLine.
           MOVE WSApvLine TO ApvRptRecord
           WRITE ApvRptRecord.

        BuildDrawerName.
           MOVE SPACES TO WSDrwName
           STRING Arguments DELIMITED BY SPACE
                  ".drw" DELIMITED BY SIZE
                  INTO WSDrwName
           END-STRING.

        GetCashCount.
           MOVE "N" TO WSDrwCashOk
           PERFORM GetField
           IF BatchMode AND BatchAtEnd THEN
               DISPLAY "Batch input ended; no amount entered."
           ELSE
               IF WSFieldInput(13:) NOT = SPACES THEN
                   DISPLAY "Amount must be 12 characters or"
                      " fewer."
               ELSE
                   MOVE WSFieldInput TO WSAmountText
                   MOVE FUNCTION TEST-NUMVAL(WSAmountText)
                      TO WSAmountCheck
                   IF WSAmountCheck NOT = 0 THEN
                       DISPLAY "Amount must be numeric."
                   ELSE
                       MOVE FUNCTION NUMVAL(WSAmountText)
                          TO WSAmountNum
                       IF WSAmountNum >= 0
                          AND WSAmountNum <= 9999999.99 THEN
                           MOVE "Y" TO WSDrwCashOk
                           MOVE WSAmountNum TO WSDrwCash
                       ELSE
                           DISPLAY "Amount must be between 0"
                              " and 9999999.99."
                       END-IF
                   END-IF
               END-IF
           END-IF.

        DrawerOpenCmd.
           PERFORM GetBusinessDate
           PERFORM BuildDrawerName
           OPEN I-O DrwFile
           IF WSDrwFileStatus = "35" THEN
               OPEN OUTPUT DrwFile
               CLOSE DrwFile
               OPEN I-O DrwFile
           END-IF
           IF WSDrwFileStatus NOT = "00" THEN
               DISPLAY "Unable to open drawer file " WSDrwName
                  " (status " WSDrwFileStatus ")."
           ELSE
               MOVE WSToday TO DrwDate
               MOVE Username TO DrwOper
               READ DrwFile
                   INVALID KEY
                       PERFORM OpenNewDrawer
                   NOT INVALID KEY
                       DISPLAY "Drawer for " Username
                          " already opened on " WSToday "."
               END-READ
               CLOSE DrwFile
           END-IF.

        OpenNewDrawer.
           DISPLAY "Opening cash count: " WITH NO ADVANCING
           PERFORM GetCashCount
           IF DrwCashOk THEN
               ACCEPT WSTimeNow FROM TIME
               MOVE WSToday TO WSDrwDate
               MOVE Username TO WSDrwOper
               MOVE WSDrwCash TO WSDrwOpenAmt
               MOVE WSTimeNow(1:6) TO WSDrwOpenTime
               MOVE "O" TO WSDrwStatus
               MOVE 0 TO WSDrwIns
               MOVE 0 TO WSDrwOuts
               MOVE 0 TO WSDrwExpected
               MOVE 0 TO WSDrwCounted
               MOVE 0 TO WSDrwOverShort
               MOVE 0 TO WSDrwCloseTime
               MOVE WSDrw TO DrwRecord
               WRITE DrwRecord
                   INVALID KEY
                       DISPLAY "Unable to open drawer (status "
                          WSDrwFileStatus ")."
                   NOT INVALID KEY
                       MOVE WSDrwOpenAmt TO WSAmountOut
                       DISPLAY "Drawer opened for " Username
                          " with " WSAmountOut "."
               END-WRITE
           END-IF.

        DrawerCloseCmd.
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           PERFORM BuildDrawerName
           OPEN I-O DrwFile
           IF WSDrwFileStatus NOT = "00" THEN
               DISPLAY "No drawer open for " Username "."
           ELSE
               MOVE WSToday TO DrwDate
               MOVE Username TO DrwOper
               READ DrwFile
                   INVALID KEY
                       DISPLAY "No drawer open for " Username "."
                   NOT INVALID KEY
                       MOVE DrwRecord TO WSDrw
                       IF NOT DrawerOpen THEN
                           DISPLAY "Drawer for " Username
                              " is already closed."
                       ELSE
                           PERFORM CloseOneDrawer
                       END-IF
               END-READ
               CLOSE DrwFile
           END-IF.

        CloseOneDrawer.
           DISPLAY "Counted cash: " WITH NO ADVANCING
           PERFORM GetCashCount
           IF DrwCashOk THEN
               PERFORM SumDrawerActivity
               ACCEPT WSTimeNow FROM TIME
               MOVE WSDrwCash TO WSDrwCounted
               COMPUTE WSDrwOverShort = WSDrwCounted - WSDrwExpected
               MOVE WSTimeNow(1:6) TO WSDrwCloseTime
               MOVE "C" TO WSDrwStatus
               MOVE WSDrw TO DrwRecord
               REWRITE DrwRecord
                   INVALID KEY
                       DISPLAY "Unable to close drawer (status "
                          WSDrwFileStatus ")."
                   NOT INVALID KEY
                       PERFORM ShowDrawerTotals
               END-REWRITE
           END-IF.

        ShowDrawerTotals.
           MOVE WSDrwOpenAmt TO WSDrwAmtOut
           MOVE WSDrwIns TO WSDrwInsOut
           MOVE WSDrwOuts TO WSDrwOutsOut
           MOVE WSDrwExpected TO WSDrwExpOut
           MOVE WSDrwCounted TO WSDrwCntOut
           MOVE WSDrwOverShort TO WSDrwOsOut
           DISPLAY "Opening cash:  " WSDrwAmtOut
           DISPLAY "Cash in:       " WSDrwInsOut
           DISPLAY "Cash out:      " WSDrwOutsOut
           DISPLAY "Expected cash: " WSDrwExpOut
           DISPLAY "Counted cash:  " WSDrwCntOut
           EVALUATE TRUE
               WHEN WSDrwOverShort > 0
                   DISPLAY "Drawer OVER:   " WSDrwOsOut
               WHEN WSDrwOverShort < 0
                   DISPLAY "Drawer SHORT:  " WSDrwOsOut
               WHEN OTHER
                   DISPLAY "Drawer balanced."
           END-EVALUATE.

        SumDrawerActivity.
           MOVE 0 TO WSDrwIns
           MOVE 0 TO WSDrwOuts
           PERFORM BuildHistName
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistDate
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM DrawerHistLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           END-IF
           COMPUTE WSDrwExpected = WSDrwOpenAmt + WSDrwIns - WSDrwOuts.

        DrawerHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText
           END-UNSTRING
           IF WSHistDate(1:8) = WSTodayText
              AND WSHistOperText = WSDrwOper
              AND WSHistRevSeq = 0 THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSHistAmtText)
                      TO WSAmountNum
                   IF WSHistTypeText = "TD"
                      AND WSHistCode(1:1) = "C" THEN
                       ADD WSAmountNum TO WSDrwIns
                   END-IF
                   IF WSHistTypeText = "TW"
                      AND WSHistCode(1:1) = "D" THEN
                       ADD WSAmountNum TO WSDrwOuts
                   END-IF
               END-IF
           END-IF.

        DrawerReportCmd.
           IF WSOpLevel < 2 THEN
               DISPLAY "Supervisor authority required."
           ELSE
               PERFORM DrawerProofRun
               IF DrwRunOk THEN
                   IF WSDrwOpenCount > 0 THEN
                       DISPLAY "Drawers still open: "
                          WSDrwOpenCount
                   END-IF
                   IF WSDrwOutCount > 0 THEN
                       DISPLAY "Drawers out of balance: "
                          WSDrwOutCount
                   END-IF
               END-IF
           END-IF.

        DrawerProofRun.
           MOVE "N" TO WSDrwRunOk
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           PERFORM BuildDrawerName
           MOVE SPACES TO WSDrwRptName
           STRING Arguments DELIMITED BY SPACE
                  ".dpr" DELIMITED BY SIZE
                  INTO WSDrwRptName
           END-STRING
           MOVE 0 TO WSDrwCount
           MOVE 0 TO WSDrwOpenCount
           MOVE 0 TO WSDrwOutCount
           MOVE 0 TO WSDrwNetOverShort
           OPEN OUTPUT DrwRptFile
           MOVE SPACES TO WSDrwLine
           STRING "TELLER DRAWER PROOF FOR BUSINESS DATE "
                     DELIMITED BY SIZE
                  WSTodayText DELIMITED BY SIZE
                  INTO WSDrwLine
           END-STRING
           PERFORM WriteDrwRptLine
           MOVE SPACES TO WSDrwLine
           MOVE "TELLER" TO WSDrwLine(3:6)
           MOVE "OPENING" TO WSDrwLine(29:7)
           MOVE "CASH IN" TO WSDrwLine(43:7)
           MOVE "CASH OUT" TO WSDrwLine(56:8)
           MOVE "EXPECTED" TO WSDrwLine(70:8)
           MOVE "COUNTED" TO WSDrwLine(85:7)
           MOVE "OVER/SHORT" TO WSDrwLine(96:10)
           MOVE "STATUS" TO WSDrwLine(108:6)
           PERFORM WriteDrwRptLine
           MOVE ALL "-" TO WSDrwLine
           PERFORM WriteDrwRptLine
           OPEN INPUT DrwFile
           EVALUATE TRUE
               WHEN WSDrwFileStatus = "00"
                   MOVE "Y" TO WSDrwRunOk
                   PERFORM ProveDrawerFile
                   CLOSE DrwFile
               WHEN WSDrwFileStatus = "35"
                   MOVE "Y" TO WSDrwRunOk
               WHEN OTHER
                   DISPLAY "Unable to open drawer file " WSDrwName
                      " (status " WSDrwFileStatus ")."
           END-EVALUATE
           IF WSDrwCount = 0 THEN
               MOVE "  NO DRAWERS OPENED TODAY" TO WSDrwLine
               PERFORM WriteDrwRptLine
           END-IF
           MOVE ALL "-" TO WSDrwLine
           PERFORM WriteDrwRptLine
           MOVE WSDrwNetOverShort TO WSDrwOsOut
           MOVE SPACES TO WSDrwLine
           STRING "DRAWERS: " DELIMITED BY SIZE
                  WSDrwCount DELIMITED BY SIZE
                  "  STILL OPEN: " DELIMITED BY SIZE
                  WSDrwOpenCount DELIMITED BY SIZE
                  "  OUT OF BALANCE: " DELIMITED BY SIZE
                  WSDrwOutCount DELIMITED BY SIZE
                  "  NET OVER/SHORT: " DELIMITED BY SIZE
                  WSDrwOsOut DELIMITED BY SIZE
                  INTO WSDrwLine
           END-STRING
           PERFORM WriteDrwRptLine
           CLOSE DrwRptFile
           DISPLAY "Drawers proved: " WSDrwCount
           DISPLAY "Drawer proof report: " WSDrwRptName.

        ProveDrawerFile.
           MOVE WSToday TO DrwDate
           MOVE SPACES TO DrwOper
           MOVE "N" TO WSDrwEnd
           START DrwFile KEY IS NOT LESS THAN DrwKey
               INVALID KEY
                   MOVE "Y" TO WSDrwEnd
           END-START
           PERFORM UNTIL DrwAtEnd
               READ DrwFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSDrwEnd
                   NOT AT END
                       MOVE DrwRecord TO WSDrw
                       IF WSDrwDate = WSToday THEN
                           PERFORM ProveOneDrawer
                       ELSE
                           MOVE "Y" TO WSDrwEnd
                       END-IF
               END-READ
           END-PERFORM.

        ProveOneDrawer.
           ADD 1 TO WSDrwCount
           IF DrawerOpen THEN
               PERFORM SumDrawerActivity
               ADD 1 TO WSDrwOpenCount
               MOVE "OPEN" TO WSDrwAction
           ELSE
               ADD WSDrwOverShort TO WSDrwNetOverShort
               IF WSDrwOverShort = 0 THEN
                   MOVE "BALANCED" TO WSDrwAction
               ELSE
                   ADD 1 TO WSDrwOutCount
                   IF WSDrwOverShort > 0 THEN
                       MOVE "OVER" TO WSDrwAction
                   ELSE
                       MOVE "SHORT" TO WSDrwAction
                   END-IF
               END-IF
           END-IF
           MOVE WSDrwOpenAmt TO WSDrwAmtOut
           MOVE WSDrwIns TO WSDrwInsOut
           MOVE WSDrwOuts TO WSDrwOutsOut
           MOVE WSDrwExpected TO WSDrwExpOut
           MOVE WSDrwCounted TO WSDrwCntOut
           MOVE WSDrwOverShort TO WSDrwOsOut
           MOVE SPACES TO WSDrwLine
           MOVE WSDrwOper TO WSDrwLine(3:20)
           MOVE WSDrwAmtOut TO WSDrwLine(23:13)
           MOVE WSDrwInsOut TO WSDrwLine(37:13)
           MOVE WSDrwOutsOut TO WSDrwLine(51:13)
           MOVE WSDrwExpOut TO WSDrwLine(65:13)
           IF DrawerOpen THEN
               MOVE "            -" TO WSDrwLine(79:13)
               MOVE "            -" TO WSDrwLine(93:13)
           ELSE
               MOVE WSDrwCntOut TO WSDrwLine(79:13)
               MOVE WSDrwOsOut TO WSDrwLine(93:13)
           END-IF
           MOVE WSDrwAction TO WSDrwLine(108:8)
           PERFORM WriteDrwRptLine.

        WriteDrwRptLine.
           MOVE WSDrwLine TO DrwRptRecord
           WRITE DrwRptRecord.

        ReversalPost.
           PERFORM GetBusinessDate
           OPEN I-O InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; not reversed."
               ELSE
                   PERFORM GetReversalSeq
                   IF RvSeqOk THEN
                       PERFORM FindReversalItem
                   END-IF
                   IF RvSeqOk AND RvFound THEN
                       PERFORM ShowReversalItem
                       DISPLAY "Reverse this item? (Y/N): "
                          WITH NO ADVANCING
                       PERFORM GetField
                       MOVE WSFieldInput TO WSConfirmAnswer
                       IF ConfirmOk THEN
                           PERFORM PostReversal
                       ELSE
                           DISPLAY "Not reversed."
                       END-IF
                   END-IF
               END-IF
               CLOSE InputFile
           END-IF.

        GetReversalSeq.
           MOVE "N" TO WSRvSeqOk
           DISPLAY "Sequence number: " WITH NO ADVANCING
           PERFORM GetField
           IF WSFieldInput(7:) NOT = SPACES THEN
               DISPLAY "Sequence number must be 6 digits or fewer."
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WSFieldInput(1:6))
                  TO WSAmountCheck
               IF WSAmountCheck NOT = 0 THEN
                   DISPLAY "Sequence number must be numeric."
               ELSE
                   MOVE FUNCTION NUMVAL(WSFieldInput(1:6))
                      TO WSRvSeq
                   IF WSRvSeq = 0 THEN
                       DISPLAY "Sequence number must be positive."
                   ELSE
                       MOVE "Y" TO WSRvSeqOk
                   END-IF
               END-IF
           END-IF.

        FindReversalItem.
           MOVE "N" TO WSRvFound
           MOVE 0 TO WSRvLegCount
           PERFORM BuildHistName
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               DISPLAY "History file " WSHistName
                  " not available (status " WSHistStatus ")."
           ELSE
               MOVE WSAccountId TO HistAcctId
               MOVE WSRvSeq TO HistSeqNo
               READ HistFile
                   INVALID KEY
                       DISPLAY "No history item " WSRvSeq
                          " for account " WSAccountId "."
                   NOT INVALID KEY
                       PERFORM CheckReversalItem
               END-READ
               IF RvFound AND WSRvLegType(1) = "TR" THEN
                   PERFORM FindTransferLeg
               END-IF
               CLOSE HistFile
           END-IF.

        CheckReversalItem.
           MOVE HistText TO WSHistLine
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
              TO WSAmountCheck
           EVALUATE TRUE
               WHEN HistRevSeq NOT = 0
                   DISPLAY "Item already reversed by sequence "
                      HistRevSeq "; not reversed."
               WHEN WSHistTypeText = "RV"
                   DISPLAY "A reversal cannot itself be reversed."
               WHEN WSHistTypeText = "CF"
                   DISPLAY "A carried-forward entry cannot be"
                      " reversed."
               WHEN WSAmountCheck NOT = 0
                  OR (WSHistCode(1:1) NOT = "C"
                  AND WSHistCode(1:1) NOT = "D")
                   DISPLAY "History item is not a posted amount;"
                      " not reversed."
               WHEN OTHER
                   MOVE 1 TO WSRvLegCount
                   MOVE HistAcctId TO WSRvLegAcct(1)
                   MOVE HistSeqNo TO WSRvLegSeq(1)
                   MOVE WSHistCode(1:1) TO WSRvLegCode(1)
                   MOVE WSHistTypeText(1:2) TO WSRvLegType(1)
                   MOVE HistDateKey TO WSRvLegDate(1)
                   MOVE FUNCTION NUMVAL(WSHistAmtText)
                      TO WSRvLegAmt(1)
                   MOVE WSHistOperText TO WSRvOper
                   MOVE HistPairAcct TO WSRvPairAcct
                   MOVE "Y" TO WSRvFound
           END-EVALUATE.

        FindTransferLeg.
           MOVE "N" TO WSRvFound
           MOVE 0 TO WSRvPairCount
           MOVE 0 TO WSHistScanAcct
           MOVE WSRvLegDate(1) TO WSHistScanDate
           MOVE "N" TO WSHistEnd
           MOVE WSHistScanDate TO HistDateKey
           START HistFile KEY IS NOT LESS THAN HistDateKey
               INVALID KEY
                   MOVE "Y" TO WSHistEnd
           END-START
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM CheckTransferLeg
               END-IF
           END-PERFORM
           EVALUATE WSRvPairCount
               WHEN 0
                   DISPLAY "Other leg of the transfer not found in"
                      " history; not reversed."
               WHEN 1
                   MOVE 2 TO WSRvLegCount
                   MOVE "Y" TO WSRvFound
               WHEN OTHER
                   DISPLAY "Other leg of the transfer cannot be"
                      " identified; not reversed."
           END-EVALUATE.

        CheckTransferLeg.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
              TO WSAmountCheck
           IF WSAmountCheck = 0 THEN
               MOVE FUNCTION NUMVAL(WSHistAmtText)
                  TO WSAmountNum
           ELSE
               MOVE 0 TO WSAmountNum
           END-IF
           IF HistAcctId NOT = WSRvLegAcct(1)
              AND WSHistTypeText = "TR"
              AND WSHistCode(1:1) NOT = WSRvLegCode(1)
              AND WSAmountNum = WSRvLegAmt(1)
              AND WSHistOperText = WSRvOper
              AND WSHistRevSeq = 0
              AND (WSRvPairAcct = 0 OR HistAcctId = WSRvPairAcct)
              AND (WSHistPairAcct = 0
              OR WSHistPairAcct = WSRvLegAcct(1)) THEN
               ADD 1 TO WSRvPairCount
               IF WSRvPairCount = 1 THEN
                   MOVE HistAcctId TO WSRvLegAcct(2)
                   MOVE HistSeqNo TO WSRvLegSeq(2)
                   MOVE WSHistCode(1:1) TO WSRvLegCode(2)
                   MOVE "TR" TO WSRvLegType(2)
                   MOVE HistDateKey TO WSRvLegDate(2)
                   MOVE WSAmountNum TO WSRvLegAmt(2)
               END-IF
               IF WSRvPairAcct NOT = 0 THEN
                   MOVE "Y" TO WSHistEnd
               END-IF
           END-IF.

        ShowReversalItem.
           DISPLAY "ACCOUNT  SEQ     DATE      TY D/C        AMOUNT"
              "  OPERATOR"
           PERFORM VARYING WSRvIx FROM 1 BY 1
              UNTIL WSRvIx > WSRvLegCount
               MOVE WSRvLegAmt(WSRvIx) TO WSAmountOut
               DISPLAY WSRvLegAcct(WSRvIx) "   "
                  WSRvLegSeq(WSRvIx) "  "
                  WSRvLegDate(WSRvIx) "  "
                  WSRvLegType(WSRvIx) "  "
                  WSRvLegCode(WSRvIx) " "
                  WSAmountOut "  " WSRvOper
           END-PERFORM
           IF WSRvLegCount > 1 THEN
               DISPLAY "Both legs of the transfer will be reversed."
           END-IF.

        PostReversal.
           MOVE "Y" TO WSRvOk
           MOVE 0 TO WSRvApplied
           PERFORM VARYING WSRvIx FROM 1 BY 1
              UNTIL WSRvIx > WSRvLegCount OR NOT RvOk
               PERFORM ApplyReversalLeg
           END-PERFORM
           IF NOT RvOk AND WSRvApplied > 0 THEN
               PERFORM BackOutReversal
           END-IF
           IF RvOk THEN
               MOVE WSToday TO WSHistDate
               MOVE "RV" TO WSHistType
               PERFORM VARYING WSRvIx FROM 1 BY 1
                  UNTIL WSRvIx > WSRvLegCount
                   PERFORM WriteReversalHistory
               END-PERFORM
               MOVE 0 TO WSHistPostRef
               MOVE SPACES TO WSHistPostType
               MOVE 0 TO WSHistPostPair
               PERFORM MarkReversedItems
               DISPLAY "Reversal posted."
               PERFORM VARYING WSRvIx FROM 1 BY 1
                  UNTIL WSRvIx > WSRvLegCount
                   MOVE WSRvLegBal(WSRvIx) TO WSBalanceOut
                   DISPLAY "New balance for " WSRvLegAcct(WSRvIx)
                      ": " WSBalanceOut
                   PERFORM WriteReversalAudit
               END-PERFORM
           END-IF.

        ApplyReversalLeg.
           MOVE "N" TO WSRvOk
           MOVE WSRvLegAcct(WSRvIx) TO AccountId
           READ InputFile
               INVALID KEY
                   DISPLAY "Account " AccountId
                      " not on file; not reversed."
               NOT INVALID KEY
                   MOVE Person TO WSRvLegHold(WSRvIx)
                   MOVE Person TO WSPerson
                   IF AccountClosed THEN
                       DISPLAY "Account " AccountId
                          " is closed; not reversed."
                   ELSE
                       IF WSRvLegCode(WSRvIx) = "C" THEN
                           SUBTRACT WSRvLegAmt(WSRvIx) FROM WSBalance
                               ON SIZE ERROR
                                   DISPLAY "Reversal would exceed"
                                      " the balance limit; not"
                                      " reversed."
                               NOT ON SIZE ERROR
                                   MOVE "Y" TO WSRvOk
                           END-SUBTRACT
                       ELSE
                           ADD WSRvLegAmt(WSRvIx) TO WSBalance
                               ON SIZE ERROR
                                   DISPLAY "Reversal would exceed"
                                      " the maximum balance; not"
                                      " reversed."
                               NOT ON SIZE ERROR
                                   MOVE "Y" TO WSRvOk
                           END-ADD
                       END-IF
                   END-IF
                   IF RvOk THEN
                       MOVE "N" TO WSRvOk
                       MOVE WSBalance TO WSRvLegBal(WSRvIx)
                       MOVE WSPerson TO Person
                       REWRITE Person
                           INVALID KEY
                               DISPLAY "Unable to rewrite account "
                                  AccountId " (status "
                                  WSInputStatus ")."
                           NOT INVALID KEY
                               MOVE "Y" TO WSRvOk
                               ADD 1 TO WSRvApplied
                       END-REWRITE
                   END-IF
                   IF RvOk AND WSBalance < 0 THEN
                       DISPLAY "Warning: account " AccountId
                          " is now overdrawn."
                   END-IF
           END-READ.

        BackOutReversal.
           MOVE WSRvLegAcct(1) TO AccountId
           READ InputFile
               INVALID KEY
                   DISPLAY "Unable to back out reversal on"
                      " account " AccountId "."
               NOT INVALID KEY
                   MOVE WSRvLegHold(1) TO Person
                   REWRITE Person
                       INVALID KEY
                           DISPLAY "Unable to back out reversal"
                              " on account " AccountId
                              " (status " WSInputStatus ")."
                       NOT INVALID KEY
                           DISPLAY "Reversal backed out; no"
                              " accounts changed."
                   END-REWRITE
           END-READ.

        WriteReversalHistory.
           MOVE WSRvLegAcct(WSRvIx) TO AccountId
           IF WSRvLegCode(WSRvIx) = "C" THEN
               MOVE "D" TO WSHistCode
           ELSE
               MOVE "C" TO WSHistCode
           END-IF
           MOVE WSRvLegAmt(WSRvIx) TO WSAmount
           MOVE WSRvLegBal(WSRvIx) TO WSHistRunBal
           MOVE WSRvLegSeq(WSRvIx) TO WSHistPostRef
           MOVE WSRvLegType(WSRvIx) TO WSHistPostType
           MOVE 0 TO WSHistPostPair
           IF WSRvLegCount > 1 THEN
               IF WSRvIx = 1 THEN
                   MOVE WSRvLegAcct(2) TO WSHistPostPair
               ELSE
                   MOVE WSRvLegAcct(1) TO WSHistPostPair
               END-IF
           END-IF
           PERFORM WriteHistory
           MOVE WSHistSeq TO WSRvLegNewSeq(WSRvIx).

        MarkReversedItems.
           PERFORM BuildHistName
           OPEN I-O HistFile
           IF WSHistStatus NOT = "00" THEN
               DISPLAY "Unable to mark reversed items in "
                  WSHistName " (status " WSHistStatus ")."
           ELSE
               PERFORM VARYING WSRvIx FROM 1 BY 1
                  UNTIL WSRvIx > WSRvLegCount
                   MOVE WSRvLegAcct(WSRvIx) TO HistAcctId
                   MOVE WSRvLegSeq(WSRvIx) TO HistSeqNo
                   READ HistFile
                       INVALID KEY
                           DISPLAY "Unable to mark item "
                              WSRvLegSeq(WSRvIx) " for account "
                              WSRvLegAcct(WSRvIx) " as reversed."
                       NOT INVALID KEY
                           MOVE WSRvLegNewSeq(WSRvIx) TO HistRevSeq
                           REWRITE HistRecord
                               INVALID KEY
                                   DISPLAY "Unable to mark item "
                                      WSRvLegSeq(WSRvIx)
                                      " for account "
                                      WSRvLegAcct(WSRvIx)
                                      " as reversed."
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF.

        WriteReversalAudit.
           MOVE WSRvLegAmt(WSRvIx) TO WSAmountOut
           MOVE SPACES TO WSAuditLine
           STRING Username DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  Command DELIMITED BY SPACE
                  " | " DELIMITED BY SIZE
                  Arguments DELIMITED BY SPACE
                  " | REVERSED " DELIMITED BY SIZE
                  WSRvLegAcct(WSRvIx) DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  WSRvLegSeq(WSRvIx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSRvLegType(WSRvIx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSRvLegCode(WSRvIx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  " BY RV SEQ " DELIMITED BY SIZE
                  WSRvLegNewSeq(WSRvIx) DELIMITED BY SIZE
                  " POSTED BY " DELIMITED BY SIZE
                  WSRvOper DELIMITED BY SPACE
                  INTO WSAuditLine
           END-STRING
           PERFORM WriteAuditLine.

        ReversalReportRun.
           MOVE "N" TO WSRvRunOk
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           PERFORM BuildHistName
           MOVE SPACES TO WSRvRptName
           STRING Arguments DELIMITED BY SPACE
                  ".rvr" DELIMITED BY SIZE
                  INTO WSRvRptName
           END-STRING
           MOVE 0 TO WSRvCount
           MOVE 0 TO WSRvDebTotal
           MOVE 0 TO WSRvCredTotal
           OPEN OUTPUT RvRptFile
           MOVE SPACES TO WSRvLine
           STRING "REVERSALS FOR BUSINESS DATE " DELIMITED BY SIZE
                  WSTodayText DELIMITED BY SIZE
                  INTO WSRvLine
           END-STRING
           PERFORM WriteRvRptLine
           MOVE SPACES TO WSRvLine
           MOVE "ACCOUNT" TO WSRvLine(3:7)
           MOVE "RV SEQ" TO WSRvLine(12:6)
           MOVE "REVERSES" TO WSRvLine(20:8)
           MOVE "TY" TO WSRvLine(30:2)
           MOVE "D/C" TO WSRvLine(34:3)
           MOVE "AMOUNT" TO WSRvLine(46:6)
           MOVE "SUPERVISOR" TO WSRvLine(55:10)
           PERFORM WriteRvRptLine
           MOVE ALL "-" TO WSRvLine
           PERFORM WriteRvRptLine
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           EVALUATE TRUE
               WHEN WSHistStatus = "00"
                   MOVE "Y" TO WSRvRunOk
                   PERFORM StartHistDate
                   PERFORM UNTIL HistAtEnd
                       PERFORM ReadHistNext
                       IF NOT HistAtEnd THEN
                           PERFORM ReversalHistLine
                       END-IF
                   END-PERFORM
                   CLOSE HistFile
               WHEN WSHistStatus = "35"
                   MOVE "Y" TO WSRvRunOk
               WHEN OTHER
                   DISPLAY "History file " WSHistName
                      " not available (status " WSHistStatus ")."
           END-EVALUATE
           IF WSRvCount = 0 THEN
               MOVE "  NO REVERSALS TODAY" TO WSRvLine
               PERFORM WriteRvRptLine
           END-IF
           MOVE ALL "-" TO WSRvLine
           PERFORM WriteRvRptLine
           MOVE SPACES TO WSRvLine
           MOVE WSRvDebTotal TO WSAmountOut
           STRING "REVERSALS: " DELIMITED BY SIZE
                  WSRvCount DELIMITED BY SIZE
                  "  DEBITS: " DELIMITED BY SIZE
                  WSAmountOut DELIMITED BY SIZE
                  INTO WSRvLine
           END-STRING
           MOVE WSRvCredTotal TO WSAmountOut
           MOVE "  CREDITS: " TO WSRvLine(43:11)
           MOVE WSAmountOut TO WSRvLine(54:13)
           PERFORM WriteRvRptLine
           CLOSE RvRptFile
           DISPLAY "Reversals today: " WSRvCount
           DISPLAY "Reversals report: " WSRvRptName.

        ReversalHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText
           END-UNSTRING
           MOVE FUNCTION TEST-NUMVAL(WSHistAmtText)
              TO WSAmountCheck
           IF WSHistTypeText = "RV" AND WSAmountCheck = 0 THEN
               MOVE FUNCTION NUMVAL(WSHistAmtText)
                  TO WSAmountNum
               ADD 1 TO WSRvCount
               IF WSHistCode(1:1) = "D" THEN
                   ADD WSAmountNum TO WSRvDebTotal
               ELSE
                   ADD WSAmountNum TO WSRvCredTotal
               END-IF
               MOVE WSAmountNum TO WSAmountOut
               MOVE SPACES TO WSRvLine
               MOVE HistAcctId TO WSRvLine(3:6)
               MOVE HistSeqNo TO WSRvLine(12:6)
               MOVE WSHistRefSeq TO WSRvLine(21:6)
               MOVE WSHistRefType TO WSRvLine(30:2)
               MOVE WSHistCode(1:1) TO WSRvLine(35:1)
               MOVE WSAmountOut TO WSRvLine(39:13)
               MOVE WSHistOperText TO WSRvLine(55:30)
               PERFORM WriteRvRptLine
           END-IF.

        WriteRvRptLine.
           MOVE WSRvLine TO RvRptRecord
           WRITE RvRptRecord.

        BuildCustNames.
           MOVE SPACES TO WSCustName
           STRING Arguments DELIMITED BY SPACE
                  ".cus" DELIMITED BY SIZE
                  INTO WSCustName
           END-STRING
           MOVE SPACES TO WSRelName
           STRING Arguments DELIMITED BY SPACE
                  ".rel" DELIMITED BY SIZE
                  INTO WSRelName
           END-STRING.

        SetRoleText.
           EVALUATE WSRoleCode
               WHEN "P"
                   MOVE "PRIMARY" TO WSRoleText
               WHEN "J"
                   MOVE "JOINT" TO WSRoleText
               WHEN "T"
                   MOVE "TRUSTEE" TO WSRoleText
               WHEN OTHER
                   MOVE "UNKNOWN" TO WSRoleText
           END-EVALUATE.

        LoadAccountOwners.
           MOVE 0 TO WSOwnerCount
           PERFORM BuildCustNames
           OPEN INPUT RelFile
           IF WSRelStatus = "00" THEN
               MOVE "N" TO WSCustOpen
               OPEN INPUT CustFile
               IF WSCustStatus = "00" THEN
                   MOVE "Y" TO WSCustOpen
               END-IF
               MOVE WSOwnAcct TO RelAcctId
               MOVE 0 TO RelCustId
               MOVE "N" TO WSRelEnd
               START RelFile KEY IS NOT LESS THAN RelKey
                   INVALID KEY
                       MOVE "Y" TO WSRelEnd
               END-START
               PERFORM UNTIL RelAtEnd
                   READ RelFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSRelEnd
                       NOT AT END
                           IF RelAcctId NOT = WSOwnAcct THEN
                               MOVE "Y" TO WSRelEnd
                           ELSE
                               PERFORM AddOwnerEntry
                           END-IF
                   END-READ
               END-PERFORM
               IF CustFileOpen THEN
                   CLOSE CustFile
               END-IF
               CLOSE RelFile
           END-IF.

        AddOwnerEntry.
           IF WSOwnerCount < 10 THEN
               ADD 1 TO WSOwnerCount
               MOVE RelCustId TO WSOwnCustId(WSOwnerCount)
               MOVE RelRole TO WSOwnRole(WSOwnerCount)
               MOVE "CUSTOMER NOT ON FILE"
                  TO WSOwnName(WSOwnerCount)
               IF CustFileOpen THEN
                   MOVE RelCustId TO CustId
                   READ CustFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WSOwnName(WSOwnerCount)
                           STRING CustFirstName DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  CustLastName DELIMITED BY SPACE
                                  INTO WSOwnName(WSOwnerCount)
                           END-STRING
                   END-READ
               END-IF
           END-IF.

        ShowAccountOwners.
           MOVE WSAccountId TO WSOwnAcct
           PERFORM LoadAccountOwners
           IF WSOwnerCount = 0 THEN
               DISPLAY "Owners: none on file"
           ELSE
               DISPLAY "Owners:"
               PERFORM VARYING WSOwnerIx FROM 1 BY 1
                  UNTIL WSOwnerIx > WSOwnerCount
                   MOVE WSOwnRole(WSOwnerIx) TO WSRoleCode
                   PERFORM SetRoleText
                   DISPLAY "  " WSOwnCustId(WSOwnerIx) " "
                      WSRoleText " " WSOwnName(WSOwnerIx)
               END-PERFORM
           END-IF.

        LoadCustomerAccounts.
           MOVE 0 TO WSCustAcctCount
           OPEN INPUT RelFile
           IF WSRelStatus = "00" THEN
               MOVE WSCustId TO RelAltCust
               MOVE 0 TO RelAltAcct
               MOVE "N" TO WSRelEnd
               START RelFile KEY IS NOT LESS THAN RelCustKey
                   INVALID KEY
                       MOVE "Y" TO WSRelEnd
               END-START
               PERFORM UNTIL RelAtEnd
                   READ RelFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSRelEnd
                       NOT AT END
                           IF RelAltCust NOT = WSCustId THEN
                               MOVE "Y" TO WSRelEnd
                           ELSE
                               IF WSCustAcctCount < 50 THEN
                                   ADD 1 TO WSCustAcctCount
                                   MOVE RelAcctId
                                      TO WSCaAcctId(WSCustAcctCount)
                                   MOVE RelRole
                                      TO WSCaRole(WSCustAcctCount)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RelFile
           END-IF.

        CustomerAdd.
           PERFORM BuildCustNames
           MOVE 1 TO WSCustNextId
           OPEN I-O CustFile
           IF WSCustStatus = "35" THEN
               OPEN OUTPUT CustFile
           ELSE
               IF WSCustStatus = "00" THEN
                   PERFORM FindNextCustId
               END-IF
           END-IF
           IF WSCustStatus NOT = "00" THEN
               DISPLAY "Unable to open customer file " WSCustName
                  " (status " WSCustStatus ")."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetCustomerDetails
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; customer not added."
               ELSE
                   MOVE WSCustNextId TO WSCustId
                   MOVE WSCustomer TO CustRecord
                   WRITE CustRecord
                       INVALID KEY
                           DISPLAY "Unable to write customer"
                              " (status " WSCustStatus ")."
                       NOT INVALID KEY
                           DISPLAY "Customer " WSCustId " added."
                   END-WRITE
               END-IF
               CLOSE CustFile
           END-IF.

        FindNextCustId.
           MOVE 0 TO WSCustNextId
           MOVE 0 TO CustId
           MOVE "N" TO WSCustEnd
           START CustFile KEY IS NOT LESS THAN CustId
               INVALID KEY
                   MOVE "Y" TO WSCustEnd
           END-START
           PERFORM UNTIL CustAtEnd
               READ CustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSCustEnd
                   NOT AT END
                       MOVE CustId TO WSCustNextId
               END-READ
           END-PERFORM
           ADD 1 TO WSCustNextId.

        GetCustomerDetails.
           DISPLAY "First Name: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustFirstName
           DISPLAY "Last Name: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustLastName
           DISPLAY "Address Line 1: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustAddr1
           DISPLAY "Address Line 2: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustAddr2
           DISPLAY "City: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustCity
           DISPLAY "State: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustState
           DISPLAY "Zip Code: " WITH NO ADVANCING
           PERFORM GetField
           MOVE WSFieldInput TO WSCustZip
           IF BatchMode AND BatchAtEnd THEN
               MOVE "Y" TO WSRecordAbort
           ELSE
               PERFORM GetBirthDate
           END-IF.

        GetBirthDate.
           MOVE "N" TO WSBirthValid
           PERFORM GetBusinessDate
           PERFORM UNTIL BirthIsValid OR AbortRecord
               DISPLAY "Date of Birth (YYYYMMDD): "
                  WITH NO ADVANCING
               PERFORM GetField
               IF BatchMode AND BatchAtEnd THEN
                   MOVE "Y" TO WSRecordAbort
               ELSE
                   IF WSFieldInput(9:) NOT = SPACES
                      OR WSFieldInput(1:8) IS NOT NUMERIC THEN
                       DISPLAY "Date of birth must be YYYYMMDD."
                   ELSE
                       MOVE WSFieldInput(1:8) TO WSCalDate
                       IF FUNCTION TEST-DATE-YYYYMMDD(WSCalDate)
                          NOT = 0 OR WSCalDate > WSToday THEN
                           DISPLAY "Date of birth must be a valid"
                              " past date."
                       ELSE
                           MOVE "Y" TO WSBirthValid
                           MOVE WSCalDate TO WSCustBirthDate
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

        GetCustomerId.
           MOVE "N" TO WSIdValid
           PERFORM UNTIL IdIsValid OR AbortRecord
               DISPLAY "Customer ID: " WITH NO ADVANCING
               PERFORM GetField
               IF BatchMode AND BatchAtEnd THEN
                   MOVE "Y" TO WSRecordAbort
               ELSE
                   MOVE WSFieldInput(1:20) TO WSIdTextIn
                   PERFORM CheckIdText
                   IF IdIsValid THEN
                       MOVE WSIdNum TO WSCustSelId
                   ELSE
                       DISPLAY "Customer ID must be 6 digits,"
                          " numeric and positive."
                   END-IF
               END-IF
           END-PERFORM.

        CustomerUpdate.
           PERFORM BuildCustNames
           OPEN I-O CustFile
           IF WSCustStatus NOT = "00" THEN
               DISPLAY "No customers on file."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetCustomerId
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; update skipped."
               ELSE
                   MOVE WSCustSelId TO CustId
                   READ CustFile
                       INVALID KEY
                           DISPLAY "Customer " WSCustSelId
                              " not on file."
                       NOT INVALID KEY
                           MOVE CustRecord TO WSCustomer
                           PERFORM ReviseCustomer
                   END-READ
               END-IF
               CLOSE CustFile
           END-IF.

        ReviseCustomer.
           PERFORM GetCustomerDetails
           IF AbortRecord THEN
               DISPLAY "Batch input ended; customer not updated."
           ELSE
               MOVE WSCustomer TO CustRecord
               REWRITE CustRecord
                   INVALID KEY
                       DISPLAY "Unable to rewrite customer "
                          WSCustId " (status " WSCustStatus ")."
                   NOT INVALID KEY
                       DISPLAY "Customer updated."
               END-REWRITE
           END-IF.

        CustomerLookup.
           MOVE "N" TO WSRecordAbort
           MOVE "N" TO WSCustFound
           PERFORM GetCustomerId
           IF AbortRecord THEN
               DISPLAY "Batch input ended; lookup skipped."
           ELSE
               PERFORM BuildCustNames
               OPEN INPUT CustFile
               IF WSCustStatus NOT = "00" THEN
                   DISPLAY "No customers on file."
               ELSE
                   MOVE WSCustSelId TO CustId
                   READ CustFile
                       INVALID KEY
                           DISPLAY "Customer " WSCustSelId
                              " not on file."
                       NOT INVALID KEY
                           MOVE CustRecord TO WSCustomer
                           MOVE "Y" TO WSCustFound
                   END-READ
                   CLOSE CustFile
               END-IF
           END-IF
           IF CustFound THEN
               PERFORM DisplayCustomer
               PERFORM ShowCustomerAccounts
           END-IF.

        DisplayCustomer.
           DISPLAY "Customer ID: " WSCustId
           DISPLAY "First Name: " WSCustFirstName
           DISPLAY "Last Name: " WSCustLastName
           DISPLAY "Address: " WSCustAddr1
           IF WSCustAddr2 NOT = SPACES THEN
               DISPLAY "         " WSCustAddr2
           END-IF
           DISPLAY "         " WSCustCity " " WSCustState " "
              WSCustZip
           DISPLAY "Date of Birth: " WSCustBirthDate.

        ShowCustomerAccounts.
           PERFORM LoadCustomerAccounts
           MOVE 0 TO WSCustRelBal
           IF WSCustAcctCount = 0 THEN
               DISPLAY "No accounts linked."
           ELSE
               OPEN INPUT InputFile
               IF WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open " Arguments
                      " (status " WSInputStatus ")."
               ELSE
                   DISPLAY "ACCOUNT  ROLE     STATUS       BALANCE"
                   PERFORM VARYING WSCustAcctIx FROM 1 BY 1
                      UNTIL WSCustAcctIx > WSCustAcctCount
                       PERFORM ShowOneCustAccount
                   END-PERFORM
                   CLOSE InputFile
                   MOVE WSCustRelBal TO WSAmountOut
                   DISPLAY "Accounts: " WSCustAcctCount
                   DISPLAY "Total Relationship Balance: "
                      WSAmountOut
               END-IF
           END-IF.

        ShowOneCustAccount.
           MOVE WSCaRole(WSCustAcctIx) TO WSRoleCode
           PERFORM SetRoleText
           MOVE WSCaAcctId(WSCustAcctIx) TO AccountId
           READ InputFile
               INVALID KEY
                   DISPLAY AccountId " " WSRoleText
                      "  NOT ON FILE"
               NOT INVALID KEY
                   MOVE Person TO WSPerson
                   MOVE SPACES TO WSStatusFlag
                   EVALUATE TRUE
                       WHEN AccountFrozen
                           MOVE "FROZEN" TO WSStatusFlag
                       WHEN AccountClosed
                           MOVE "CLOSED" TO WSStatusFlag
                       WHEN AccountDormant
                           MOVE "DORMANT" TO WSStatusFlag
                       WHEN OTHER
                           MOVE "OPEN" TO WSStatusFlag
                   END-EVALUATE
                   MOVE WSBalance TO WSBalanceOut
                   DISPLAY WSAccountId "   " WSRoleText "  "
                      WSStatusFlag " " WSBalanceOut
                   ADD WSBalance TO WSCustRelBal
           END-READ.

        CustomerLink.
           MOVE "N" TO WSRecordAbort
           PERFORM GetValidAccountId
           IF NOT AbortRecord THEN
               PERFORM GetCustomerId
           END-IF
           IF AbortRecord THEN
               DISPLAY "Batch input ended; link not added."
           ELSE
               DISPLAY "Role (P/J/T): " WITH NO ADVANCING
               PERFORM GetField
               MOVE SPACE TO WSRelRole
               IF WSFieldInput(2:) = SPACES THEN
                   MOVE WSFieldInput(1:1) TO WSRelRole
               END-IF
               IF NOT RoleValid THEN
                   DISPLAY "Role must be P, J or T."
               ELSE
                   PERFORM CheckLinkParties
                   IF LinkOk THEN
                       PERFORM WriteRelation
                   END-IF
               END-IF
           END-IF.

        CheckLinkParties.
           MOVE "N" TO WSLinkOk
           OPEN INPUT InputFile
           IF WSInputStatus NOT = "00" THEN
               DISPLAY "Unable to open " Arguments
                  " (status " WSInputStatus ")."
           ELSE
               MOVE WSAccountId TO AccountId
               READ InputFile
                   INVALID KEY
                       DISPLAY "Account " AccountId
                          " not on file."
                   NOT INVALID KEY
                       MOVE "Y" TO WSLinkOk
               END-READ
               CLOSE InputFile
           END-IF
           IF LinkOk THEN
               MOVE "N" TO WSLinkOk
               PERFORM BuildCustNames
               OPEN INPUT CustFile
               IF WSCustStatus NOT = "00" THEN
                   DISPLAY "No customers on file."
               ELSE
                   MOVE WSCustSelId TO CustId
                   READ CustFile
                       INVALID KEY
                           DISPLAY "Customer " WSCustSelId
                              " not on file."
                       NOT INVALID KEY
                           MOVE "Y" TO WSLinkOk
                   END-READ
                   CLOSE CustFile
               END-IF
           END-IF
           IF LinkOk AND RolePrimary THEN
               MOVE WSAccountId TO WSOwnAcct
               PERFORM LoadAccountOwners
               PERFORM VARYING WSOwnerIx FROM 1 BY 1
                  UNTIL WSOwnerIx > WSOwnerCount
                   IF WSOwnRole(WSOwnerIx) = "P" THEN
                       MOVE "N" TO WSLinkOk
                   END-IF
               END-PERFORM
               IF NOT LinkOk THEN
                   DISPLAY "Account " WSAccountId
                      " already has a primary owner."
               END-IF
           END-IF.

        WriteRelation.
           PERFORM BuildCustNames
           OPEN I-O RelFile
           IF WSRelStatus = "35" THEN
               OPEN OUTPUT RelFile
           END-IF
           IF WSRelStatus NOT = "00" THEN
               DISPLAY "Unable to open relationship file "
                  WSRelName " (status " WSRelStatus ")."
           ELSE
               PERFORM GetBusinessDate
               MOVE WSAccountId TO WSRelAcctId
               MOVE WSCustSelId TO WSRelCustId
               MOVE WSCustSelId TO WSRelAltCust
               MOVE WSAccountId TO WSRelAltAcct
               MOVE WSToday TO WSRelDate
               MOVE WSRelation TO RelRecord
               WRITE RelRecord
                   INVALID KEY
                       DISPLAY "Customer " WSCustSelId
                          " is already linked to account "
                          WSAccountId "."
                   NOT INVALID KEY
                       MOVE WSRelRole TO WSRoleCode
                       PERFORM SetRoleText
                       DISPLAY "Customer " WSCustSelId " linked to"
                          " account " WSAccountId " as "
                          WSRoleText "."
               END-WRITE
               CLOSE RelFile
           END-IF.

        CustomerUnlink.
           IF WSOpLevel < 2 THEN
               DISPLAY "Supervisor authority required."
           ELSE
               MOVE "N" TO WSRecordAbort
               PERFORM GetValidAccountId
               IF NOT AbortRecord THEN
                   PERFORM GetCustomerId
               END-IF
               IF AbortRecord THEN
                   DISPLAY "Batch input ended; link not removed."
               ELSE
                   PERFORM DeleteRelation
               END-IF
           END-IF.

        DeleteRelation.
           PERFORM BuildCustNames
           OPEN I-O RelFile
           IF WSRelStatus NOT = "00" THEN
               DISPLAY "No relationships on file."
           ELSE
               MOVE WSAccountId TO RelAcctId
               MOVE WSCustSelId TO RelCustId
               READ RelFile
                   INVALID KEY
                       DISPLAY "Customer " WSCustSelId
                          " is not linked to account "
                          WSAccountId "."
                   NOT INVALID KEY
                       DELETE RelFile
                           INVALID KEY
                               DISPLAY "Unable to remove link"
                                  " (status " WSRelStatus ")."
                           NOT INVALID KEY
                               DISPLAY "Customer " WSCustSelId
                                  " unlinked from account "
                                  WSAccountId "."
                       END-DELETE
               END-READ
               CLOSE RelFile
           END-IF.

        RemoveAccountLinks.
           PERFORM BuildCustNames
           OPEN I-O RelFile
           IF WSRelStatus = "00" THEN
               MOVE AccountId TO RelAcctId
               MOVE 0 TO RelCustId
               MOVE "N" TO WSRelEnd
               START RelFile KEY IS NOT LESS THAN RelKey
                   INVALID KEY
                       MOVE "Y" TO WSRelEnd
               END-START
               PERFORM UNTIL RelAtEnd
                   READ RelFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSRelEnd
                       NOT AT END
                           IF RelAcctId NOT = AccountId THEN
                               MOVE "Y" TO WSRelEnd
                           ELSE
                               DELETE RelFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RelFile
           END-IF.

        CustomerConvert.
           IF WSOpLevel < 2 THEN
               DISPLAY "Supervisor authority required."
           ELSE
               PERFORM BuildCustNames
               OPEN I-O CustFile
               IF WSCustStatus = "35" THEN
                   OPEN OUTPUT CustFile
                   CLOSE CustFile
                   OPEN I-O CustFile
               END-IF
               OPEN I-O RelFile
               IF WSRelStatus = "35" THEN
                   OPEN OUTPUT RelFile
                   CLOSE RelFile
                   OPEN I-O RelFile
               END-IF
               OPEN INPUT InputFile
               IF WSCustStatus NOT = "00" OR WSRelStatus NOT = "00"
                  OR WSInputStatus NOT = "00" THEN
                   DISPLAY "Unable to open master, customer or"
                      " relationship file."
               ELSE
                   PERFORM FindNextCustId
                   PERFORM ConvertAllAccounts
                   DISPLAY "Customers created: " WSCustConvCount
               END-IF
               CLOSE InputFile
               CLOSE RelFile
               CLOSE CustFile
           END-IF.

        ConvertAllAccounts.
           PERFORM GetBusinessDate
           MOVE 0 TO WSCustConvCount
           MOVE "N" TO WSEndOfFile
           MOVE 0 TO AccountId
           START InputFile KEY IS NOT LESS THAN AccountId
               INVALID KEY
                   MOVE "Y" TO WSEndOfFile
           END-START
           PERFORM UNTIL EndOfFile
               READ InputFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WSEndOfFile
                   NOT AT END
                       MOVE Person TO WSPerson
                       PERFORM ConvertOneAccount
               END-READ
           END-PERFORM.

        ConvertOneAccount.
           MOVE "N" TO WSLinkOk
           MOVE WSAccountId TO RelAcctId
           MOVE 0 TO RelCustId
           START RelFile KEY IS NOT LESS THAN RelKey
               INVALID KEY
                   MOVE "Y" TO WSLinkOk
               NOT INVALID KEY
                   READ RelFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSLinkOk
                       NOT AT END
                           IF RelAcctId NOT = WSAccountId THEN
                               MOVE "Y" TO WSLinkOk
                           END-IF
                   END-READ
           END-START
           IF LinkOk THEN
               MOVE WSCustNextId TO WSCustId
               MOVE WSFirstName TO WSCustFirstName
               MOVE WSLastName TO WSCustLastName
               MOVE SPACES TO WSCustAddr1
               MOVE SPACES TO WSCustAddr2
               MOVE SPACES TO WSCustCity
               MOVE SPACES TO WSCustState
               MOVE SPACES TO WSCustZip
               MOVE 0 TO WSCustBirthDate
               MOVE WSCustomer TO CustRecord
               WRITE CustRecord
                   INVALID KEY
                       DISPLAY "Unable to add customer for account "
                          WSAccountId "."
                   NOT INVALID KEY
                       ADD 1 TO WSCustNextId
                       ADD 1 TO WSCustConvCount
                       MOVE WSAccountId TO WSRelAcctId
                       MOVE WSCustId TO WSRelCustId
                       MOVE WSCustId TO WSRelAltCust
                       MOVE WSAccountId TO WSRelAltAcct
                       MOVE "P" TO WSRelRole
                       MOVE WSToday TO WSRelDate
                       MOVE WSRelation TO RelRecord
                       WRITE RelRecord
                           INVALID KEY
                               DISPLAY "Unable to link account "
                                  WSAccountId "."
                       END-WRITE
               END-WRITE
           END-IF.

        SignOn.
              OR Command = "cl" OR Command = "ia"
              OR Command = "rs" OR Command = "dm"
              OR Command = "od" OR Command = "op"
              OR Command = "rc" OR Command = "close"
              OR Command = "bd" OR Command = "cm"
              OR Command = "fe" OR Command = "ap"
              OR Command = "hi" OR Command = "ty"
              OR Command = "rv" THEN
               IF WSOpLevel < 2 THEN
                   MOVE "N" TO WSAuthOk
               END-IF
                  AND WSCsvAct(9:) = SPACES THEN
                   MOVE WSCsvAct(1:8) TO WSCsvActNum
               ELSE
                   PERFORM GetBusinessDate
                   MOVE WSToday TO WSCsvActNum
               END-IF
           END-IF
               END-IF
           END-IF.

        BuildHistName.
           MOVE SPACES TO WSHistName
           STRING Arguments DELIMITED BY SPACE
                  ".hix" DELIMITED BY SIZE
                  INTO WSHistName
           END-STRING.

        StartHistAccount.
           MOVE WSAccountId TO WSHistScanAcct
           MOVE SPACES TO WSHistScanDate
           IF NOT HistAtEnd THEN
               MOVE WSHistScanAcct TO HistAcctId
               MOVE 0 TO HistSeqNo
               START HistFile KEY IS NOT LESS THAN HistKey
                   INVALID KEY
                       MOVE "Y" TO WSHistEnd
               END-START
           END-IF.

        StartHistDate.
           MOVE 0 TO WSHistScanAcct
           MOVE WSTodayText TO WSHistScanDate
           IF NOT HistAtEnd THEN
               MOVE WSHistScanDate TO HistDateKey
               START HistFile KEY IS NOT LESS THAN HistDateKey
                   INVALID KEY
                       MOVE "Y" TO WSHistEnd
               END-START
           END-IF.

        ReadHistNext.
           READ HistFile NEXT RECORD
               AT END
                   MOVE "Y" TO WSHistEnd
               NOT AT END
                   MOVE HistText TO WSHistLine
                   MOVE HistRevSeq TO WSHistRevSeq
                   MOVE HistRefSeq TO WSHistRefSeq
                   MOVE HistRefType TO WSHistRefType
                   MOVE HistPairAcct TO WSHistPairAcct
                   IF WSHistScanAcct NOT = 0
                      AND HistAcctId NOT = WSHistScanAcct THEN
                       MOVE "Y" TO WSHistEnd
                   END-IF
                   IF WSHistScanDate NOT = SPACES
                      AND HistDateKey NOT = WSHistScanDate THEN
                       MOVE "Y" TO WSHistEnd
                   END-IF
           END-READ.

        WriteHistory.
           PERFORM BuildHistName
           OPEN I-O HistFile
           IF WSHistStatus = "35" THEN
               OPEN OUTPUT HistFile
               CLOSE HistFile
               OPEN I-O HistFile
           END-IF
           IF WSHistStatus NOT = "00" THEN
               DISPLAY "Unable to open history " WSHistName
                  " (status " WSHistStatus ")."
           ELSE
               PERFORM FindLastHistSeq
               PERFORM WriteHistRecord
               CLOSE HistFile
           END-IF.

        WriteHistRecord.
           IF WSHistSeqCount < 999999 THEN
               COMPUTE WSHistSeq = WSHistSeqCount + 1
           ELSE
               MOVE 999999 TO WSHistSeq
           END-IF
           MOVE WSAmount TO WSHistAmt
           MOVE WSHistRunBal TO WSHistRunOut
           MOVE Username TO WSHistOper
           IF WSHistMaker NOT = SPACES THEN
               MOVE WSHistMaker TO WSHistOper
           END-IF
           IF WSHistOper = SPACES THEN
               MOVE "UNKNOWN" TO WSHistOper
           END-IF
                  WSHistSeq DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSHistRunOut DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSHistChecker DELIMITED BY SPACE
                  INTO WSHistLine
           END-STRING
           MOVE AccountId TO HistAcctId
           MOVE WSHistSeq TO HistSeqNo
           MOVE WSHistDate(1:8) TO HistDateKey
           MOVE WSHistLine TO HistText
           MOVE 0 TO HistRevSeq
           MOVE WSHistPostRef TO HistRefSeq
           MOVE WSHistPostType TO HistRefType
           MOVE WSHistPostPair TO HistPairAcct
           WRITE HistRecord
               INVALID KEY
                   DISPLAY "Unable to write history for account "
                      AccountId " (status " WSHistStatus ")."
           END-WRITE.

        GetNextHistSeq.
           PERFORM BuildHistName
           MOVE 0 TO WSHistSeqCount
           OPEN INPUT HistFile
           IF WSHistStatus = "00" THEN
               PERFORM FindLastHistSeq
               CLOSE HistFile
           END-IF
           IF WSHistSeqCount < 999999 THEN
               COMPUTE WSHistSeq = WSHistSeqCount + 1
           ELSE
               MOVE 999999 TO WSHistSeq
           END-IF.

        FindLastHistSeq.
           MOVE 0 TO WSHistSeqCount
           MOVE AccountId TO WSHistSeqAcct
           MOVE WSHistSeqAcct TO HistAcctId
           MOVE 999999 TO HistSeqNo
           START HistFile KEY IS LESS THAN OR EQUAL TO HistKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HistFile PREVIOUS RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HistAcctId = WSHistSeqAcct THEN
                               MOVE HistSeqNo TO WSHistSeqCount
                           END-IF
                   END-READ
           END-START.

        HistoryConvert.
           MOVE SPACES TO WSHistLineName
           STRING Arguments DELIMITED BY SPACE
                  ".hist" DELIMITED BY SIZE
                  INTO WSHistLineName
           END-STRING
           OPEN INPUT HistLineFile
           IF WSHistLineStatus NOT = "00" THEN
               DISPLAY "No history file " WSHistLineName
                  " to convert."
           ELSE
               PERFORM BuildHistName
               OPEN I-O HistFile
               IF WSHistStatus = "35" THEN
                   OPEN OUTPUT HistFile
                   CLOSE HistFile
                   OPEN I-O HistFile
               END-IF
               IF WSHistStatus NOT = "00" THEN
                   DISPLAY "Unable to open history " WSHistName
                      " (status " WSHistStatus ")."
               ELSE
                   PERFORM LoadHistoryLines
                   CLOSE HistFile
               END-IF
               CLOSE HistLineFile
           END-IF.

        LoadHistoryLines.
           MOVE 0 TO WSHiLoadCount
           MOVE 0 TO WSHiRejCount
           MOVE "N" TO WSHistLineEnd
           PERFORM UNTIL HistLineAtEnd
               READ HistLineFile INTO WSHistLine
                   AT END
                       MOVE "Y" TO WSHistLineEnd
                   NOT AT END
                       PERFORM LoadOneHistLine
               END-READ
           END-PERFORM
           DISPLAY "History items loaded: " WSHiLoadCount
           IF WSHiRejCount > 0 THEN
               DISPLAY "History items not loaded: " WSHiRejCount
           END-IF
           DISPLAY "Indexed history: " WSHistName.

        LoadOneHistLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText
           END-UNSTRING
           PERFORM GetHistSeqNum
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSHistSeqNum > 0 THEN
               MOVE WSIdNum TO HistAcctId
               MOVE WSHistSeqNum TO HistSeqNo
               MOVE WSHistDate(1:8) TO HistDateKey
               MOVE WSHistLine TO HistText
               MOVE 0 TO HistRevSeq
               MOVE 0 TO HistRefSeq
               MOVE SPACES TO HistRefType
               MOVE 0 TO HistPairAcct
               WRITE HistRecord
                   INVALID KEY
                       ADD 1 TO WSHiRejCount
                   NOT INVALID KEY
                       ADD 1 TO WSHiLoadCount
               END-WRITE
           ELSE
               ADD 1 TO WSHiRejCount
           END-IF.

        HistoryArchive.
           DISPLAY "Archive activity dated before (YYYYMMDD): "
              WITH NO ADVANCING
           PERFORM GetEntryDate
           IF EntryDateOk THEN
               PERFORM GetBusinessDate
               IF WSCalDate > WSToday THEN
                   DISPLAY "Cutoff is after the business date;"
                      " nothing archived."
               ELSE
                   MOVE WSCalDate TO WSArcCutoff
                   PERFORM OpenArchiveFiles
               END-IF
           END-IF.

        OpenArchiveFiles.
           MOVE SPACES TO WSArcName
           STRING Arguments DELIMITED BY SPACE
                  ".arc" DELIMITED BY SIZE
                  WSArcCutoff DELIMITED BY SIZE
                  INTO WSArcName
           END-STRING
           MOVE "N" TO WSStmtAll
           PERFORM OpenStmtControl
           IF NOT StcFileOpen THEN
               DISPLAY "No statement control file; run statements"
                  " before archiving."
           ELSE
               PERFORM BuildHistName
               OPEN I-O HistFile
               IF WSHistStatus NOT = "00" THEN
                   DISPLAY "Unable to open history " WSHistName
                      " (status " WSHistStatus ")."
               ELSE
                   OPEN EXTEND ArcFile
                   IF WSArcStatus = "35" THEN
                       OPEN OUTPUT ArcFile
                   END-IF
                   IF WSArcStatus NOT = "00" THEN
                       DISPLAY "Unable to open archive " WSArcName
                          " (status " WSArcStatus ")."
                   ELSE
                       PERFORM ArchiveHistory
                       CLOSE ArcFile
                   END-IF
                   CLOSE HistFile
               END-IF
               CLOSE StmtCtlFile
           END-IF.

        ArchiveHistory.
           MOVE 0 TO WSArcAcctCount
           MOVE 0 TO WSArcTotalItems
           MOVE 0 TO WSArcNextAcct
           MOVE "N" TO WSArcDone
           PERFORM UNTIL ArcDone
               MOVE WSArcNextAcct TO HistAcctId
               MOVE 0 TO HistSeqNo
               START HistFile KEY IS NOT LESS THAN HistKey
                   INVALID KEY
                       MOVE "Y" TO WSArcDone
               END-START
               IF NOT ArcDone THEN
                   READ HistFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSArcDone
                       NOT AT END
                           MOVE HistAcctId TO WSArcAcct
                   END-READ
               END-IF
               IF NOT ArcDone THEN
                   PERFORM ArchiveOneAccount
                   IF WSArcAcct = 999999 THEN
                       MOVE "Y" TO WSArcDone
                   ELSE
                       COMPUTE WSArcNextAcct = WSArcAcct + 1
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Accounts archived: " WSArcAcctCount
           DISPLAY "History items archived: " WSArcTotalItems
           DISPLAY "Archive file: " WSArcName.

        ArchiveOneAccount.
           MOVE WSArcAcct TO WSAccountId
           PERFORM GetStmtMarker
           MOVE 0 TO WSArcOldCount
           MOVE 0 TO WSArcItemCount
           MOVE 0 TO WSArcLastSeq
           MOVE WSArcAcct TO WSHistScanAcct
           MOVE SPACES TO WSHistScanDate
           MOVE "N" TO WSHistEnd
           MOVE WSArcAcct TO HistAcctId
           MOVE 0 TO HistSeqNo
           START HistFile KEY IS NOT LESS THAN HistKey
               INVALID KEY
                   MOVE "Y" TO WSHistEnd
           END-START
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   IF HistDateKey < WSArcCutoff
                      AND HistSeqNo <= WSStcLastSeq THEN
                       PERFORM CountArchiveItem
                   ELSE
                       MOVE "Y" TO WSHistEnd
                   END-IF
               END-IF
           END-PERFORM
           IF WSArcItemCount > 0 THEN
               PERFORM MoveArchiveItems
           END-IF.

        CountArchiveItem.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           MOVE SPACES TO WSHistRunText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText, WSHistRunText
           END-UNSTRING
           ADD 1 TO WSArcOldCount
           IF WSHistTypeText NOT = "CF" THEN
               ADD 1 TO WSArcItemCount
           END-IF
           MOVE HistSeqNo TO WSArcLastSeq
           MOVE HistDateKey TO WSArcLastDate
           MOVE WSHistRunText TO WSArcLastRun.

        MoveArchiveItems.
           MOVE WSArcAcct TO HistAcctId
           MOVE 0 TO HistSeqNo
           MOVE "N" TO WSHistEnd
           START HistFile KEY IS NOT LESS THAN HistKey
               INVALID KEY
                   MOVE "Y" TO WSHistEnd
           END-START
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   IF HistSeqNo <= WSArcLastSeq THEN
                       MOVE HistText TO ArcRecord
                       WRITE ArcRecord
                       DELETE HistFile RECORD
                           INVALID KEY
                               DISPLAY "Unable to archive item "
                                  HistSeqNo " for account "
                                  WSArcAcct "."
                       END-DELETE
                   ELSE
                       MOVE "Y" TO WSHistEnd
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WriteCarryForward
           ADD 1 TO WSArcAcctCount
           ADD WSArcItemCount TO WSArcTotalItems.

        WriteCarryForward.
           MOVE 0 TO WSHistAmt
           MOVE SPACES TO WSHistLine
           STRING WSArcAcct DELIMITED BY SIZE
                  " C " DELIMITED BY SIZE
                  WSHistAmt DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSArcLastDate DELIMITED BY SIZE
                  " CF " DELIMITED BY SIZE
                  Username DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WSArcLastSeq DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSArcLastRun DELIMITED BY SPACE
                  INTO WSHistLine
           END-STRING
           MOVE WSArcAcct TO HistAcctId
           MOVE WSArcLastSeq TO HistSeqNo
           MOVE WSArcLastDate TO HistDateKey
           MOVE WSHistLine TO HistText
           MOVE 0 TO HistRevSeq
           MOVE 0 TO HistRefSeq
           MOVE SPACES TO HistRefType
           MOVE 0 TO HistPairAcct
           WRITE HistRecord
               INVALID KEY
                   DISPLAY "Unable to write carried-forward entry"
                      " for account " WSArcAcct
                      " (status " WSHistStatus ")."
           END-WRITE.

        StatementRun.
           MOVE SPACES TO WSStmtName
           STRING Arguments DELIMITED BY SPACE
                  ".stm" DELIMITED BY SIZE
                  INTO WSStmtName
           END-STRING
           PERFORM BuildHistName
           MOVE "N" TO WSStmtAll
           MOVE "N" TO WSStmtRunOk
           IF Parameters = "ALL" OR Parameters = "all" THEN
               MOVE "Y" TO WSStmtAll
           END-IF
           END-IF.

        RunStatementFile.
           PERFORM OpenStmtControl
           IF StatementAll AND NOT StcFileOpen THEN
               DISPLAY "Unable to open statement control file "
                  WSStcName " (status " WSStcStatus ")."
               CLOSE InputFile
           ELSE
               OPEN OUTPUT StmtFile
               MOVE 0 TO WSStmtCount
               MOVE 0 TO WSStmtPage
               IF StatementAll THEN
                   PERFORM StatementAllAccounts
               ELSE
                   PERFORM StatementOneAccount
               END-IF
               CLOSE StmtFile
               CLOSE InputFile
               IF StcFileOpen THEN
                   CLOSE StmtCtlFile
               END-IF
               MOVE "Y" TO WSStmtRunOk
               DISPLAY "Statements written: " WSStmtCount
           END-IF.

        OpenStmtControl.
           MOVE "N" TO WSStcOpen
           PERFORM GetBusinessDate
           MOVE SPACES TO WSStcName
           STRING Arguments DELIMITED BY SPACE
                  ".stc" DELIMITED BY SIZE
                  INTO WSStcName
           END-STRING
           IF StatementAll THEN
               OPEN I-O StmtCtlFile
               IF WSStcStatus = "35" THEN
                   OPEN OUTPUT StmtCtlFile
                   CLOSE StmtCtlFile
                   OPEN I-O StmtCtlFile
               END-IF
           ELSE
               OPEN INPUT StmtCtlFile
           END-IF
           IF WSStcStatus = "00" THEN
               MOVE "Y" TO WSStcOpen
           END-IF.

        GetStmtMarker.
           MOVE 0 TO WSStcLastSeq
           IF StcFileOpen THEN
               MOVE WSAccountId TO StcAcctId
               READ StmtCtlFile
                   INVALID KEY
                       MOVE 0 TO WSStcLastSeq
                   NOT INVALID KEY
                       MOVE StcLastSeq TO WSStcLastSeq
               END-READ
           END-IF
           MOVE WSStcLastSeq TO WSStmtMaxSeq.

        SaveStmtMarker.
           MOVE WSAccountId TO StcAcctId
           MOVE WSStmtMaxSeq TO StcLastSeq
           MOVE WSToday TO StcLastDate
           WRITE StcRecord
               INVALID KEY
                   REWRITE StcRecord
                       INVALID KEY
                           DISPLAY "Unable to update statement"
                              " control for account " WSAccountId
                              " (status " WSStcStatus ")."
                   END-REWRITE
           END-WRITE.

        StatementAllAccounts.
           MOVE "N" TO WSEndOfFile
           MOVE 0 TO AccountId
           MOVE 0 TO WSStmtDeb
           MOVE 0 TO WSStmtCred
           MOVE 0 TO WSStmtActCount
           MOVE 0 TO WSStmtRvCount
           MOVE 0 TO WSStmtRvDeb
           MOVE 0 TO WSStmtRvCred
           PERFORM GetStmtMarker
           PERFORM WriteStatementHeader
           PERFORM WriteStatementActivity
           IF WSStmtRvCount > 0 THEN
               PERFORM WriteStatementReversals
           END-IF
           PERFORM WriteStatementFooter
           IF StatementAll THEN
               PERFORM SaveStmtMarker
           END-IF.

        WriteStatementHeader.
           MOVE ALL "=" TO WSStmtLine
                  INTO WSStmtLine
           END-STRING
           PERFORM WriteStmtLine
           MOVE WSAccountId TO WSOwnAcct
           PERFORM LoadAccountOwners
           PERFORM VARYING WSOwnerIx FROM 1 BY 1
              UNTIL WSOwnerIx > WSOwnerCount
               MOVE WSOwnRole(WSOwnerIx) TO WSRoleCode
               PERFORM SetRoleText
               MOVE SPACES TO WSStmtLine
               STRING "OWNER: " DELIMITED BY SIZE
                      WSOwnCustId(WSOwnerIx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSOwnName(WSOwnerIx) DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      WSRoleText DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WSStmtLine
               END-STRING
               PERFORM WriteStmtLine
           END-PERFORM
           MOVE SPACES TO WSStmtLine
           MOVE "ACTIVITY SINCE LAST STATEMENT" TO WSStmtLine
           PERFORM WriteStmtLine
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM WriteActivityLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           END-IF
           IF WSStmtActCount = 0 AND WSStmtRvCount = 0 THEN
               MOVE "  NO ACTIVITY THIS PERIOD" TO WSStmtLine
               PERFORM WriteStmtLine
           END-IF.

        WriteStatementReversals.
           MOVE SPACES TO WSStmtLine
           PERFORM WriteStmtLine
           MOVE "REVERSALS" TO WSStmtLine
           PERFORM WriteStmtLine
           MOVE ALL "-" TO WSStmtLine
           PERFORM WriteStmtLine
           MOVE "N" TO WSHistEnd
           OPEN INPUT HistFile
           IF WSHistStatus NOT = "00" THEN
               MOVE "Y" TO WSHistEnd
           END-IF
           PERFORM StartHistAccount
           PERFORM UNTIL HistAtEnd
               PERFORM ReadHistNext
               IF NOT HistAtEnd THEN
                   PERFORM WriteReversalLine
               END-IF
           END-PERFORM
           IF WSHistStatus NOT = "35" THEN
               CLOSE HistFile
           END-IF.

        WriteReversalLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
           MOVE SPACES TO WSHistAmtText
           MOVE SPACES TO WSHistDate
           MOVE SPACES TO WSHistTypeText
           MOVE SPACES TO WSHistOperText
           MOVE SPACES TO WSHistSeqText
           MOVE SPACES TO WSHistRunText
           UNSTRING WSHistLine DELIMITED BY SPACE
               INTO WSHistAcctText, WSHistCode, WSHistAmtText,
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText, WSHistRunText
           END-UNSTRING
           PERFORM GetHistSeqNum
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId
              AND WSHistSeqNum > WSStcLastSeq
              AND WSHistTypeText = "RV" THEN
               MOVE FUNCTION NUMVAL(WSHistAmtText)
                  TO WSAmountNum
               MOVE WSAmountNum TO WSAmountOut
               IF WSHistCode(1:1) = "D" THEN
                   ADD WSAmountNum TO WSStmtRvDeb
               ELSE
                   ADD WSAmountNum TO WSStmtRvCred
               END-IF
               MOVE SPACES TO WSStmtRunTxt
               IF WSHistRunText NOT = SPACES THEN
                   MOVE FUNCTION TEST-NUMVAL(WSHistRunText)
                      TO WSAmountCheck
                   IF WSAmountCheck = 0 THEN
                       MOVE FUNCTION NUMVAL(WSHistRunText)
                          TO WSRunBalOut
                       MOVE WSRunBalOut TO WSStmtRunTxt
                   END-IF
               END-IF
               MOVE SPACES TO WSStmtLine
               STRING "  " DELIMITED BY SIZE
                      WSHistDate(1:8) DELIMITED BY SIZE
                      "  RV   " DELIMITED BY SIZE
                      WSHistCode(1:1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WSStmtRunTxt DELIMITED BY SIZE
                      "  REVERSES " DELIMITED BY SIZE
                      WSHistRefType DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WSHistRefSeq DELIMITED BY SIZE
                      INTO WSStmtLine
               END-STRING
               PERFORM WriteStmtLine
           END-IF.

        WriteActivityLine.
           MOVE SPACES TO WSHistAcctText
           MOVE SPACES TO WSHistCode
                  WSHistDate, WSHistTypeText, WSHistOperText,
                  WSHistSeqText, WSHistRunText
           END-UNSTRING
           PERFORM GetHistSeqNum
           MOVE WSHistAcctText TO WSIdTextIn
           PERFORM CheckIdText
           IF IdIsValid AND WSIdNum = WSAccountId
              AND WSHistSeqNum > WSStcLastSeq
              AND WSHistTypeText = "RV" THEN
               IF WSHistSeqNum > WSStmtMaxSeq THEN
                   MOVE WSHistSeqNum TO WSStmtMaxSeq
               END-IF
               ADD 1 TO WSStmtRvCount
           END-IF
           IF IdIsValid AND WSIdNum = WSAccountId
              AND WSHistSeqNum > WSStcLastSeq
              AND WSHistTypeText NOT = "RV" THEN
               IF WSHistSeqNum > WSStmtMaxSeq THEN
                   MOVE WSHistSeqNum TO WSStmtMaxSeq
               END-IF
               MOVE FUNCTION NUMVAL(WSHistAmtText)
                  TO WSAmountNum
               ADD 1 TO WSStmtActCount
                      WSStmtRunTxt DELIMITED BY SIZE
                      INTO WSStmtLine
               END-STRING
               IF WSHistRevSeq NOT = 0 THEN
                   MOVE "REVERSED" TO WSStmtLine(49:8)
               END-IF
               PERFORM WriteStmtLine
           END-IF.

                  INTO WSStmtLine
           END-STRING
           PERFORM WriteStmtLine
           IF WSStmtRvCount > 0 THEN
               MOVE WSStmtRvDeb TO WSAmountOut
               MOVE SPACES TO WSStmtLine
               STRING "REVERSAL DEBITS: " DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      INTO WSStmtLine
               END-STRING
               PERFORM WriteStmtLine
               MOVE WSStmtRvCred TO WSAmountOut
               MOVE SPACES TO WSStmtLine
               STRING "REVERSAL CREDITS:" DELIMITED BY SIZE
                      WSAmountOut DELIMITED BY SIZE
                      INTO WSStmtLine
               END-STRING
               PERFORM WriteStmtLine
           END-IF
           MOVE WSBalance TO WSBalanceOut
           MOVE SPACES TO WSStmtLine
           STRING "CLOSING BALANCE: " DELIMITED BY SIZE
           MOVE WSStmtLine TO StmtRecord
           WRITE StmtRecord.

        GetHistSeqNum.
           MOVE 0 TO WSHistSeqNum
           IF WSHistSeqText NOT = SPACES THEN
               MOVE FUNCTION TEST-NUMVAL(WSHistSeqText)
                  TO WSAmountCheck
               IF WSAmountCheck = 0 THEN
                   MOVE FUNCTION NUMVAL(WSHistSeqText)
                      TO WSHistSeqNum
               END-IF
           END-IF.

        CheckIdText.
           MOVE "N" TO WSIdValid
           IF WSIdTextIn(7:) = SPACES THEN
                               MOVE Person TO WSPerson
                               DISPLAY WSAccountId " "
                                  WSFirstName " " WSLastName
                               PERFORM ShowAccountOwners
                           ELSE
                               MOVE "Y" TO WSEndOfFile
                           END-IF
                   DISPLAY "Accounts found: " WSMatchCount
               END-IF
               CLOSE InputFile
               PERFORM SearchCustomerName
           END-IF.

        SearchCustomerName.
           PERFORM BuildCustNames
           OPEN INPUT CustFile
           IF WSCustStatus = "00" THEN
               MOVE WSSearchName TO CustLastName
               MOVE 0 TO WSCustMatchCount
               MOVE "N" TO WSCustEnd
               START CustFile KEY IS EQUAL TO CustLastName
                   INVALID KEY
                       MOVE "Y" TO WSCustEnd
               END-START
               PERFORM UNTIL CustAtEnd
                   READ CustFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WSCustEnd
                       NOT AT END
                           IF CustLastName = WSSearchName THEN
                               ADD 1 TO WSCustMatchCount
                               MOVE CustRecord TO WSCustomer
                               DISPLAY "Customer " WSCustId " "
                                  WSCustFirstName " " WSCustLastName
                               PERFORM ShowCustomerAcctIds
                           ELSE
                               MOVE "Y" TO WSCustEnd
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Customers found: " WSCustMatchCount
               CLOSE CustFile
           END-IF.

        ShowCustomerAcctIds.
           PERFORM LoadCustomerAccounts
           IF WSCustAcctCount = 0 THEN
               DISPLAY "  No accounts linked."
           END-IF
           PERFORM VARYING WSCustAcctIx FROM 1 BY 1
              UNTIL WSCustAcctIx > WSCustAcctCount
               MOVE WSCaRole(WSCustAcctIx) TO WSRoleCode
               PERFORM SetRoleText
               DISPLAY "  Account " WSCaAcctId(WSCustAcctIx) " "
                  WSRoleText
           END-PERFORM.

        LookupRecord.
           OPEN INPUT InputFile
           IF WSInputStatus NOT = "00" THEN
           DISPLAY "Status: " WSStatusFlag
           MOVE WSOverdraftLimit TO WSOdLimitOut
           DISPLAY "Overdraft Limit: " WSOdLimitOut
           PERFORM ComputeAvailFunds
           MOVE WSHoldTotal TO WSAmountOut
           DISPLAY "Funds On Hold: " WSAmountOut
           MOVE WSAvailFunds TO WSAmountOut
           DISPLAY "Available Funds: " WSAmountOut
           DISPLAY "Last Activity: " WSLastActDate
           PERFORM ShowAccountOwners.

        UpdateRecord.
           OPEN I-O InputFile
                          WSInputStatus ")."
                   NOT INVALID KEY
                       DISPLAY "Account " AccountId " deleted."
                       PERFORM RemoveAccountLinks
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled."
                  ".eod" DELIMITED BY SIZE
                  INTO WSRunLogName
           END-STRING
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           PERFORM ReadRunControl
           IF WSCloseStep >= WSCloseLastStep THEN
               DISPLAY "Close already completed for business date "
                  WSTodayText
           ELSE
               IF WSCloseStep > 0 THEN
                   DISPLAY "Resuming close after step "
               IF CloseOk AND WSCloseStep < 4 THEN
                   PERFORM CloseStepStatements
               END-IF
               IF CloseOk AND WSCloseStep < 5 THEN
                   PERFORM CloseStepHolds
               END-IF
               IF CloseOk AND WSCloseStep < 6 THEN
                   PERFORM CloseStepApprovals
               END-IF
               IF CloseOk AND WSCloseStep < 7 THEN
                   PERFORM CloseStepDrawers
               END-IF
               IF CloseOk AND WSCloseStep < 8 THEN
                   PERFORM CloseStepReversals
               END-IF
               IF CloseOk THEN
                   MOVE "CLOSE COMPLETE" TO WSRunLogLine
                   PERFORM WriteRunLog
           WRITE RunLogRecord
           CLOSE RunLogFile.

        GetBusinessDate.
           MOVE SPACES TO WSBizDateName
           STRING Arguments DELIMITED BY SPACE
                  ".bdt" DELIMITED BY SIZE
                  INTO WSBizDateName
           END-STRING
           MOVE 0 TO WSToday
           OPEN INPUT BizDateFile
           IF WSBizDateStatus = "00" THEN
               READ BizDateFile INTO WSBizDateLine
                   NOT AT END
                       IF WSBizDateLine(1:8) IS NUMERIC THEN
                           MOVE WSBizDateLine(1:8) TO WSToday
                       END-IF
               END-READ
               CLOSE BizDateFile
           END-IF
           IF WSToday = 0 THEN
               ACCEPT WSCalDate FROM DATE YYYYMMDD
               PERFORM CheckBusinessDay
               IF NOT CalBusinessDay THEN
                   PERFORM NextBusinessDay
               END-IF
               MOVE WSCalDate TO WSToday
               PERFORM WriteBusinessDate
               DISPLAY "Business date set to " WSToday
                  " for " Arguments
           END-IF.

        WriteBusinessDate.
           OPEN OUTPUT BizDateFile
           MOVE SPACES TO WSBizDateLine
           MOVE WSToday TO WSBizDateLine(1:8)
           MOVE WSBizDateLine TO BizDateRecord
           WRITE BizDateRecord
           CLOSE BizDateFile.

        CheckBusinessDay.
           MOVE "Y" TO WSCalBizDay
           IF FUNCTION TEST-DATE-YYYYMMDD(WSCalDate) = 0 THEN
               COMPUTE WSCalDayNo =
                  FUNCTION INTEGER-OF-DATE(WSCalDate)
               COMPUTE WSCalWeekDay =
                  FUNCTION MOD(WSCalDayNo, 7)
               IF WSCalWeekDay = 0 OR WSCalWeekDay = 6 THEN
                   MOVE "N" TO WSCalBizDay
               ELSE
                   PERFORM FindHoliday
               END-IF
           END-IF.

        FindHoliday.
           MOVE "N" TO WSHolEnd
           OPEN INPUT HolidayFile
           IF WSHolStatus NOT = "00" THEN
               MOVE "Y" TO WSHolEnd
           END-IF
           PERFORM UNTIL HolAtEnd
               READ HolidayFile INTO WSHolLine
                   AT END
                       MOVE "Y" TO WSHolEnd
                   NOT AT END
                       IF WSHolLine(1:8) = WSCalDate THEN
                           MOVE "N" TO WSCalBizDay
                           MOVE "Y" TO WSHolEnd
                       END-IF
               END-READ
           END-PERFORM
           IF WSHolStatus NOT = "35" THEN
               CLOSE HolidayFile
           END-IF.

        NextBusinessDay.
           MOVE "N" TO WSCalBizDay
           PERFORM UNTIL CalBusinessDay
               COMPUTE WSCalDayNo =
                  FUNCTION INTEGER-OF-DATE(WSCalDate) + 1
               COMPUTE WSCalDate =
                  FUNCTION DATE-OF-INTEGER(WSCalDayNo)
               PERFORM CheckBusinessDay
           END-PERFORM.

        BusinessDateShow.
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           MOVE SPACES TO WSRunCtlName
           STRING Arguments DELIMITED BY SPACE
                  ".run" DELIMITED BY SIZE
                  INTO WSRunCtlName
           END-STRING
           PERFORM ReadRunControl
           DISPLAY "Business date: " WSTodayText
           IF WSCloseStep >= WSCloseLastStep THEN
               DISPLAY "Close complete for this date."
           ELSE
               DISPLAY "Close steps completed: " WSCloseStep
           END-IF
           MOVE WSToday TO WSCalDate
           PERFORM NextBusinessDay
           DISPLAY "Next business date: " WSCalDate.

        BusinessDateRoll.
           PERFORM GetBusinessDate
           MOVE WSToday TO WSTodayText
           MOVE SPACES TO WSRunCtlName
           STRING Arguments DELIMITED BY SPACE
                  ".run" DELIMITED BY SIZE
                  INTO WSRunCtlName
           END-STRING
           MOVE SPACES TO WSRunLogName
           STRING Arguments DELIMITED BY SPACE
                  ".eod" DELIMITED BY SIZE
                  INTO WSRunLogName
           END-STRING
           PERFORM ReadRunControl
           IF WSCloseStep < WSCloseLastStep THEN
               DISPLAY "Close for business date " WSTodayText
                  " has not completed; date not rolled."
           ELSE
               MOVE WSToday TO WSCalDate
               PERFORM NextBusinessDay
               MOVE WSCalDate TO WSToday
               PERFORM WriteBusinessDate
               MOVE SPACES TO WSRunLogLine
               STRING "BUSINESS DATE ROLLED TO " DELIMITED BY SIZE
                      WSToday DELIMITED BY SIZE
                      INTO WSRunLogLine
               END-STRING
               PERFORM WriteRunLog
               DISPLAY "Business date rolled to " WSToday "."
           END-IF.

        CloseStepBackup.
           DISPLAY "Close step 1: snapshot."
           PERFORM BackupMaster
           DISPLAY "Close step 4: statements."
           MOVE "ALL" TO Parameters
           PERFORM StatementRun
           IF StmtRunOk THEN
               MOVE 4 TO WSCloseStepDone
               PERFORM WriteRunControl
               MOVE SPACES TO WSRunLogLine
               PERFORM WriteRunLog
           END-IF.

        CloseStepHolds.
           DISPLAY "Close step 5: holds."
           PERFORM HoldExpiryRun
           IF HoldRunOk THEN
               MOVE 5 TO WSCloseStepDone
               PERFORM WriteRunControl
               MOVE SPACES TO WSRunLogLine
               STRING "STEP 5 HOLDS EXPIRED " DELIMITED BY SIZE
                  WSHoldExpCount DELIMITED BY SIZE
                  " ACTIVE " DELIMITED BY SIZE
                  WSHoldActCount DELIMITED BY SIZE
                  INTO WSRunLogLine
               END-STRING
               PERFORM WriteRunLog
           ELSE
               MOVE "N" TO WSCloseOk
               MOVE "STEP 5 HOLDS FAILED" TO WSRunLogLine
               PERFORM WriteRunLog
           END-IF.

        CloseStepApprovals.
           DISPLAY "Close step 6: pending approvals."
           PERFORM ApprovalCloseRun
           IF ApvRunOk THEN
               MOVE 6 TO WSCloseStepDone
               PERFORM WriteRunControl
               MOVE SPACES TO WSRunLogLine
               STRING "STEP 6 APPROVALS CARRIED " DELIMITED BY SIZE
                  WSApvCarryCount DELIMITED BY SIZE
                  " DECLINED " DELIMITED BY SIZE
                  WSApvDeclCount DELIMITED BY SIZE
                  INTO WSRunLogLine
               END-STRING
               PERFORM WriteRunLog
           ELSE
               MOVE "N" TO WSCloseOk
               MOVE "STEP 6 APPROVALS FAILED" TO WSRunLogLine
               PERFORM WriteRunLog
           END-IF.

        CloseStepDrawers.
           DISPLAY "Close step 7: teller drawers."
           PERFORM DrawerProofRun
           IF DrwRunOk THEN
               MOVE 7 TO WSCloseStepDone
               PERFORM WriteRunControl
               MOVE SPACES TO WSRunLogLine
               STRING "STEP 7 DRAWERS " DELIMITED BY SIZE
                  WSDrwCount DELIMITED BY SIZE
                  " OPEN " DELIMITED BY SIZE
                  WSDrwOpenCount DELIMITED BY SIZE
                  " OUT OF BALANCE " DELIMITED BY SIZE
                  WSDrwOutCount DELIMITED BY SIZE
                  INTO WSRunLogLine
               END-STRING
               PERFORM WriteRunLog
               IF WSDrwOpenCount > 0 THEN
                   DISPLAY "WARNING: " WSDrwOpenCount
                      " teller drawer(s) still open."
                   MOVE "WARNING DRAWERS STILL OPEN"
                      TO WSRunLogLine
                   PERFORM WriteRunLog
               END-IF
               IF WSDrwOutCount > 0 THEN
                   DISPLAY "WARNING: " WSDrwOutCount
                      " teller drawer(s) out of balance."
                   MOVE "WARNING DRAWERS OUT OF BALANCE"
                      TO WSRunLogLine
                   PERFORM WriteRunLog
               END-IF
           ELSE
               MOVE "N" TO WSCloseOk
               MOVE "STEP 7 DRAWERS FAILED" TO WSRunLogLine
               PERFORM WriteRunLog
           END-IF.

        CloseStepReversals.
           DISPLAY "Close step 8: reversals."
           PERFORM ReversalReportRun
           IF RvRunOk THEN
               MOVE 8 TO WSCloseStepDone
               PERFORM WriteRunControl
               MOVE SPACES TO WSRunLogLine
               STRING "STEP 8 REVERSALS " DELIMITED BY SIZE
                  WSRvCount DELIMITED BY SIZE
                  INTO WSRunLogLine
               END-STRING
               PERFORM WriteRunLog
           ELSE
               MOVE "N" TO WSCloseOk
               MOVE "STEP 8 REVERSALS FAILED" TO WSRunLogLine
               PERFORM WriteRunLog
           END-IF.

        RecycleRun.
           MOVE Parameters TO WSRecycleName
           MOVE SPACES TO WSRejectName
                   MOVE "ACCOUNT NOT OPEN" TO WSRcyReasonText
               WHEN "10"
                   MOVE "INVALID DATE" TO WSRcyReasonText
               WHEN "11"
                   MOVE "FUNDS ON HOLD" TO WSRcyReasonText
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WSRcyReasonText
           END-EVALUATE.
           END-IF
           IF WSJrnReason = SPACES THEN
               MOVE WSJrnCode TO WSHistCode
               PERFORM GetBusinessDate
               MOVE WSToday TO WSHistDate
               MOVE "JR" TO WSHistType
               MOVE WSBalance TO WSHistRunBal
               PERFORM WriteHistory
                       MOVE "05" TO WSJrnReason
               END-ADD
           ELSE
               PERFORM ComputeAvailFunds
               IF WSAmount > WSAvailFunds THEN
                   IF WSAmount > WSAvailFunds + WSHoldTotal THEN
                       MOVE "05" TO WSJrnReason
                   ELSE
                       MOVE "11" TO WSJrnReason
                   END-IF
               ELSE
                   SUBTRACT WSAmount FROM WSBalance
               END-IF
               MOVE FUNCTION NUMVAL(WSFieldInput) TO WSBalance
               MOVE "O" TO WSAcctStatus
               MOVE 0 TO WSOverdraftLimit
               PERFORM GetBusinessDate
               MOVE WSToday TO WSLastActDate
               MOVE WSPerson TO Person
               MOVE "Y" TO WSWriteOk
               ACCEPT WSFieldInput
           END-IF.

        GetEntryAmount.
           MOVE "N" TO WSAmountValid
           DISPLAY "Amount: " WITH NO ADVANCING
           PERFORM GetField
           IF BatchMode AND BatchAtEnd THEN
               DISPLAY "Batch input ended; no amount entered."
           ELSE
               IF WSFieldInput(13:) NOT = SPACES THEN
                   DISPLAY "Amount must be 12 characters or"
                      " fewer."
               ELSE
                   MOVE WSFieldInput TO WSAmountText
                   MOVE FUNCTION TEST-NUMVAL(WSAmountText)
                      TO WSAmountCheck
                   IF WSAmountCheck NOT = 0 THEN
                       DISPLAY "Amount must be numeric."
                   ELSE
                       MOVE FUNCTION NUMVAL(WSAmountText)
                          TO WSAmountNum
                       IF WSAmountNum > 0
                          AND WSAmountNum <= 9999999.99 THEN
                           MOVE "Y" TO WSAmountValid
                           MOVE WSAmountNum TO WSAmount
                       ELSE
                           DISPLAY "Amount must be between .01"
                              " and 9999999.99."
                       END-IF
                   END-IF
               END-IF
           END-IF.

        GetEntryDate.
           MOVE "N" TO WSEntryDateOk
           PERFORM GetField
           IF WSFieldInput(9:) NOT = SPACES
              OR WSFieldInput(1:8) IS NOT NUMERIC THEN
               DISPLAY "Date must be a valid YYYYMMDD date."
           ELSE
               MOVE WSFieldInput(1:8) TO WSCalDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WSCalDate) NOT = 0
                  THEN
                   DISPLAY "Date must be a valid YYYYMMDD date."
               ELSE
                   MOVE "Y" TO WSEntryDateOk
               END-IF
           END-IF.

        GetValidAccountId.
           MOVE "N" TO WSIdValid
           PERFORM UNTIL IdIsValid OR AbortRecord
                      INTO WSAuditLine
               END-STRING
           END-IF
           PERFORM WriteAuditLine.

        WriteAuditLine.
           OPEN EXTEND AuditFile
           IF WSAuditStatus = "35" THEN
               OPEN OUTPUT AuditFile
