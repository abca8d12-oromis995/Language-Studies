IDENTIFICATION DIVISION.
PROGRAM-ID. GLExtract.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT glMapFile ASSIGN TO "P2GLMap.dat"
        FILE STATUS IS GL-MAP-STATUS.
    SELECT glMapIdxFile ASSIGN TO "P2GLMapIdx.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-IDX-KEY
        FILE STATUS IS GLM-IDX-STATUS.
    SELECT OPTIONAL glLogFile ASSIGN TO "P2GLLog.dat"
        FILE STATUS IS GL-LOG-STATUS.
    SELECT OPTIONAL glChargeFile ASSIGN TO "P2GLCharge.dat"
        FILE STATUS IS GL-CHARGE-STATUS.
    SELECT glChargeWrkFile ASSIGN TO "P2GLChgWrk.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLC-WRK-KEY
        FILE STATUS IS GLC-WRK-STATUS.
    SELECT OPTIONAL billFile ASSIGN TO "P2Bill.dat"
        FILE STATUS IS BILL-FILE-STATUS.
    SELECT OPTIONAL payFile ASSIGN TO "P2Pay.dat"
        FILE STATUS IS PAY-FILE-STATUS.
    SELECT OPTIONAL refundFile ASSIGN TO "P2Refund.dat"
        FILE STATUS IS REFUND-FILE-STATUS.
    SELECT OPTIONAL aidTxnFile ASSIGN TO "P2AidTxn.dat"
        FILE STATUS IS AID-TXN-STATUS.
    SELECT glExtFile ASSIGN TO "P2GLExt.dat".
    SELECT OPTIONAL runDateFile ASSIGN TO "P2RunDate.dat"
        FILE STATUS IS RUN-DATE-STATUS.
DATA DIVISION.
FILE SECTION.
FD runDateFile.
    01 runDateRecord.
        02 RDC-RUN-DATE PIC 9(8).
FD glMapFile.
    01 glMapRecord.
        02 GLM-ACR PIC X(5).
        02 GLM-TXN-TYPE PIC X.
        02 GLM-DEBIT-ACCT PIC X(10).
        02 GLM-CREDIT-ACCT PIC X(10).
FD glMapIdxFile.
    01 glMapIdxRecord.
        02 GLM-IDX-KEY.
            03 GLM-IDX-ACR PIC X(5).
            03 GLM-IDX-TYPE PIC X.
        02 GLM-IDX-DEBIT-ACCT PIC X(10).
        02 GLM-IDX-CREDIT-ACCT PIC X(10).
FD glLogFile.
    01 glLogRecord.
        02 GLL-BATCH-ID PIC 9(8).
        02 GLL-POST-DATE PIC 9(8).
        02 GLL-POST-TIME PIC 9(8).
        02 GLL-LINE-COUNT PIC 9(6).
        02 GLL-DEBIT-TOTAL PIC 9(9)V99.
        02 GLL-CREDIT-TOTAL PIC 9(9)V99.
FD glChargeFile.
    01 glChargeRecord.
        02 GLC-W-NUMBER PIC X(10).
        02 GLC-YEAR PIC 9(4)X.
        02 GLC-SEASON PIC X(7).
        02 GLC-ACR PIC X(5).
        02 GLC-NUM PIC 9(3)X.
        02 GLC-AMOUNT PIC 9(6)V99.
        02 GLC-LAST-DATE PIC 9(8).
FD glChargeWrkFile.
    01 glChargeWrkRecord.
        02 GLC-WRK-KEY.
            03 GLC-WRK-WNUM PIC X(10).
            03 GLC-WRK-YEAR PIC 9(4)X.
            03 GLC-WRK-SEASON PIC X(7).
            03 GLC-WRK-ACR PIC X(5).
            03 GLC-WRK-NUM PIC 9(3)X.
        02 GLC-WRK-AMOUNT PIC 9(6)V99.
        02 GLC-WRK-LAST-DATE PIC 9(8).
        02 GLC-WRK-SEEN PIC X.
FD billFile.
    01 billHeaderRecord.
        02 BILL-REC-TYPE-HDR PIC X.
        02 W-NUMBER-BILL-HDR PIC X(10).
        02 NAME-BILL-HDR PIC X(14).
        02 SEASON-BILL-HDR PIC X(7).
        02 YEAR-BILL-HDR PIC 9(4)X.
        02 TOTAL-CREDITS-HDR PIC 9(3).
        02 TUITION-AMOUNT-HDR PIC 9(6)V99.
    01 billDetailRecord.
        02 BILL-REC-TYPE-DET PIC X.
        02 W-NUMBER-BILL-DET PIC X(10).
        02 COURSE-ACR-BILL PIC X(5).
        02 COURSE-NUM-BILL PIC 9(3)X.
        02 COURSE-NAME-BILL PIC X(24).
        02 CREDITS-BILL PIC 9(2).
        02 FEE-RATE-BILL PIC 9(4)V99.
        02 CHARGE-BILL PIC 9(6)V99.
FD payFile.
    01 payRecord.
        02 PAY-W-NUMBER PIC X(10).
        02 PAY-SEASON PIC X(7).
        02 PAY-YEAR PIC 9(4)X.
        02 PAY-TYPE PIC X.
        02 PAY-AMOUNT PIC 9(6)V99.
        02 PAY-DATE PIC 9(8).
FD refundFile.
    01 refundHeaderRecord.
        02 REF-REC-TYPE-HDR PIC X.
        02 W-NUMBER-REF-HDR PIC X(10).
        02 NAME-REF-HDR PIC X(14).
        02 SEASON-REF-HDR PIC X(7).
        02 YEAR-REF-HDR PIC 9(4)X.
        02 CREDITS-REF-HDR PIC 9(3).
        02 REFUND-AMOUNT-HDR PIC 9(6)V99.
    01 refundDetailRecord.
        02 REF-REC-TYPE-DET PIC X.
        02 W-NUMBER-REF-DET PIC X(10).
        02 COURSE-ACR-REF PIC X(5).
        02 COURSE-NUM-REF PIC 9(3)X.
        02 COURSE-NAME-REF PIC X(24).
        02 REFUND-PCT-REF PIC 9(3).
        02 CHARGE-REF PIC 9(6)V99.
        02 REFUND-REF PIC 9(6)V99.
FD aidTxnFile.
    01 aidTxnRecord.
        02 AIDT-W-NUMBER PIC X(10).
        02 AIDT-YEAR PIC 9(4)X.
        02 AIDT-SEASON PIC X(7).
        02 AIDT-FUND PIC X(5).
        02 AIDT-ACTION PIC X.
        02 AIDT-AMOUNT PIC 9(6)V99.
        02 AIDT-DATE PIC 9(8).
FD glExtFile.
    01 glHeaderRecord.
        02 GLH-REC-TYPE PIC X.
        02 GLH-BATCH-ID PIC 9(8).
        02 GLH-SOURCE PIC X(8).
        02 GLH-CREATE-DATE PIC 9(8).
        02 GLH-CREATE-TIME PIC 9(8).
    01 glDetailRecord.
        02 GLD-REC-TYPE PIC X.
        02 GLD-BATCH-ID PIC 9(8).
        02 GLD-LINE-NUM PIC 9(6).
        02 GLD-ACCOUNT PIC X(10).
        02 GLD-DR-CR PIC X.
        02 GLD-AMOUNT PIC 9(7)V99.
        02 GLD-TXN-TYPE PIC X.
        02 GLD-W-NUMBER PIC X(10).
        02 GLD-YEAR PIC 9(4)X.
        02 GLD-SEASON PIC X(7).
        02 GLD-ACR PIC X(5).
        02 GLD-NUM PIC 9(3)X.
    01 glTrailerRecord.
        02 GLT-REC-TYPE PIC X.
        02 GLT-BATCH-ID PIC 9(8).
        02 GLT-LINE-COUNT PIC 9(6).
        02 GLT-DEBIT-TOTAL PIC 9(9)V99.
        02 GLT-CREDIT-TOTAL PIC 9(9)V99.
WORKING-STORAGE SECTION.
    01 GL-MAP-STATUS PIC XX.
    01 GLM-IDX-STATUS PIC XX.
    01 GL-LOG-STATUS PIC XX.
    01 RUN-DATE-STATUS PIC XX.
    01 GL-CHARGE-STATUS PIC XX.
    01 GLC-WRK-STATUS PIC XX.
    01 BILL-FILE-STATUS PIC XX.
    01 PAY-FILE-STATUS PIC XX.
    01 REFUND-FILE-STATUS PIC XX.
    01 AID-TXN-STATUS PIC XX.
    01 MAP-EOF-CHK PIC X VALUE "F".
    01 LOG-EOF-CHK PIC X VALUE "F".
    01 CHARGE-EOF-CHK PIC X VALUE "F".
    01 BILL-EOF-CHK PIC X VALUE "F".
    01 PAY-EOF-CHK PIC X VALUE "F".
    01 REFUND-EOF-CHK PIC X VALUE "F".
    01 AID-EOF-CHK PIC X VALUE "F".
    01 BATCH-POSTED-CHK PIC X VALUE "N".
        88 BATCH-POSTED VALUE "Y".
    01 CHARGE-FOUND-CHK PIC X VALUE "N".
        88 CHARGE-FOUND VALUE "Y".
    01 MAP-FOUND-CHK PIC X VALUE "N".
        88 MAP-FOUND VALUE "Y".
    01 TERM-BILLED-CHK PIC X VALUE "N".
        88 TERM-BILLED VALUE "Y".
    01 BILLED-TERM-TABLE.
        02 BILLED-TERM OCCURS 50 TIMES INDEXED BY BILLED-IDX.
            03 BILLED-SEASON-TBL PIC X(7).
            03 BILLED-YEAR-TBL PIC 9(4)X.
    01 BILLED-TERM-COUNT PIC 9(4) COMP VALUE ZERO.
    01 CUR-HDR-SEASON PIC X(7).
    01 CUR-HDR-YEAR PIC 9(4)X.
    01 CHARGE-DELTA-WS PIC S9(7)V99.
    01 GL-TXN-TYPE-WS PIC X.
    01 GL-REVERSAL-CHK PIC X VALUE "N".
        88 GL-REVERSAL VALUE "Y".
    01 GL-AMOUNT-WS PIC 9(7)V99.
    01 GL-WNUM-WS PIC X(10).
    01 GL-YEAR-WS PIC 9(4)X.
    01 GL-SEASON-WS PIC X(7).
    01 GL-ACR-WS PIC X(5).
    01 GL-NUM-WS PIC 9(3)X.
    01 GL-DEBIT-ACCT-WS PIC X(10).
    01 GL-CREDIT-ACCT-WS PIC X(10).
    01 GL-HOLD-ACCT-WS PIC X(10).
    01 GL-SUSPENSE-ACCT PIC X(10) VALUE "SUSPENSE".
    01 GL-SOURCE-ID PIC X(8) VALUE "REGISTRR".
    01 GL-LINE-NUM PIC 9(6) VALUE ZERO.
    01 GL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.
    01 GL-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
    01 RUN-DATE-WS PIC 9(8).
    01 BATCH-ID-WS PIC 9(8).
    01 RUN-TIME-WS PIC 9(8).
    01 MAP-LOAD-COUNT PIC 9(6) VALUE ZERO.
    01 CHARGE-POST-COUNT PIC 9(6) VALUE ZERO.
    01 CHARGE-REVERSE-COUNT PIC 9(6) VALUE ZERO.
    01 PAY-POST-COUNT PIC 9(6) VALUE ZERO.
    01 ADJ-POST-COUNT PIC 9(6) VALUE ZERO.
    01 PAY-SKIP-COUNT PIC 9(6) VALUE ZERO.
    01 REFUND-POST-COUNT PIC 9(6) VALUE ZERO.
    01 AID-POST-COUNT PIC 9(6) VALUE ZERO.
    01 AID-REVERSE-COUNT PIC 9(6) VALUE ZERO.
    01 SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
PROCEDURE DIVISION.
    ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
    ACCEPT RUN-TIME-WS FROM TIME
    DISPLAY "GENERAL LEDGER EXTRACT".
    PERFORM subLoadRunDate
    PERFORM subCheckBatchLog
    IF BATCH-POSTED
        DISPLAY "GL BATCH " BATCH-ID-WS " ALREADY ON P2GLLog.dat - "
            "TONIGHT'S ACTIVITY HAS BEEN SENT, NOTHING EXTRACTED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subLoadMap
    PERFORM subLoadChargeWork
    OPEN OUTPUT glExtFile.
    MOVE "H" TO GLH-REC-TYPE
    MOVE BATCH-ID-WS TO GLH-BATCH-ID
    MOVE GL-SOURCE-ID TO GLH-SOURCE
    MOVE RUN-DATE-WS TO GLH-CREATE-DATE
    MOVE RUN-TIME-WS TO GLH-CREATE-TIME
    WRITE glHeaderRecord.
    PERFORM subExtractCharges
    PERFORM subExtractPayments
    PERFORM subExtractAid
    PERFORM subExtractRefunds
    MOVE "T" TO GLT-REC-TYPE
    MOVE BATCH-ID-WS TO GLT-BATCH-ID
    MOVE GL-LINE-NUM TO GLT-LINE-COUNT
    MOVE GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
    MOVE GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
    WRITE glTrailerRecord.
    CLOSE glExtFile.
    CLOSE glMapIdxFile.
    IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
        DISPLAY "GL BATCH OUT OF BALANCE - DEBITS " GL-DEBIT-TOTAL
            " CREDITS " GL-CREDIT-TOTAL " - BATCH NOT LOGGED"
        CLOSE glChargeWrkFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subSaveChargeFile
    OPEN EXTEND glLogFile.
    MOVE BATCH-ID-WS TO GLL-BATCH-ID
    MOVE RUN-DATE-WS TO GLL-POST-DATE
    MOVE RUN-TIME-WS TO GLL-POST-TIME
    MOVE GL-LINE-NUM TO GLL-LINE-COUNT
    MOVE GL-DEBIT-TOTAL TO GLL-DEBIT-TOTAL
    MOVE GL-CREDIT-TOTAL TO GLL-CREDIT-TOTAL
    WRITE glLogRecord.
    CLOSE glLogFile.
    DISPLAY "====================================================".
    DISPLAY "GLExtract RUN-CONTROL SUMMARY".
    DISPLAY "BATCH ID           = " BATCH-ID-WS.
    DISPLAY "MAPPING ROWS       = " MAP-LOAD-COUNT.
    DISPLAY "CHARGES POSTED     = " CHARGE-POST-COUNT.
    DISPLAY "CHARGES REVERSED   = " CHARGE-REVERSE-COUNT.
    DISPLAY "PAYMENTS POSTED    = " PAY-POST-COUNT.
    DISPLAY "ADJUSTMENTS POSTED = " ADJ-POST-COUNT.
    DISPLAY "PAY RECORDS SKIPPED= " PAY-SKIP-COUNT.
    DISPLAY "AID DISBURSED      = " AID-POST-COUNT.
    DISPLAY "AID REVERSED       = " AID-REVERSE-COUNT.
    DISPLAY "REFUNDS POSTED     = " REFUND-POST-COUNT.
    DISPLAY "TO SUSPENSE        = " SUSPENSE-COUNT.
    DISPLAY "JOURNAL LINES      = " GL-LINE-NUM.
    DISPLAY "TOTAL DEBITS       = " GL-DEBIT-TOTAL.
    DISPLAY "TOTAL CREDITS      = " GL-CREDIT-TOTAL.
    DISPLAY "GL BATCH WRITTEN TO P2GLExt.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadRunDate.
    MOVE RUN-DATE-WS TO BATCH-ID-WS
    OPEN INPUT runDateFile.
    IF RUN-DATE-STATUS = "00"
        READ runDateFile
            NOT AT END
                IF RDC-RUN-DATE IS NUMERIC
                    MOVE RDC-RUN-DATE TO BATCH-ID-WS
                ELSE
                    DISPLAY "INVALID RUN DATE ON P2RunDate.dat: "
                        RDC-RUN-DATE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
    END-IF.
    CLOSE runDateFile.
subCheckBatchLog.
    OPEN INPUT glLogFile.
    IF GL-LOG-STATUS = "00"
        PERFORM subReadLog
            PERFORM UNTIL LOG-EOF-CHK = "T"
            IF GLL-BATCH-ID = BATCH-ID-WS
                MOVE "Y" TO BATCH-POSTED-CHK
            END-IF
            PERFORM subReadLog
        END-PERFORM
    END-IF.
    CLOSE glLogFile.
subReadLog.
    READ glLogFile
    AT END
        MOVE "T" TO LOG-EOF-CHK
    END-READ.
subLoadMap.
    OPEN INPUT glMapFile.
    IF GL-MAP-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2GLMap.dat, STATUS = " GL-MAP-STATUS
            " - GL ACCOUNT MAPPING IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT glMapIdxFile.
    PERFORM subReadMap
        PERFORM UNTIL MAP-EOF-CHK = "T"
        MOVE GLM-ACR TO GLM-IDX-ACR
        MOVE GLM-TXN-TYPE TO GLM-IDX-TYPE
        MOVE GLM-DEBIT-ACCT TO GLM-IDX-DEBIT-ACCT
        MOVE GLM-CREDIT-ACCT TO GLM-IDX-CREDIT-ACCT
        WRITE glMapIdxRecord
            INVALID KEY
                DISPLAY "P2GLMap.dat DUPLICATE ROW: " glMapRecord
            NOT INVALID KEY
                ADD 1 TO MAP-LOAD-COUNT
        END-WRITE
        PERFORM subReadMap
    END-PERFORM.
    CLOSE glMapFile.
    CLOSE glMapIdxFile.
    OPEN INPUT glMapIdxFile.
subReadMap.
    READ glMapFile
    AT END
        MOVE "T" TO MAP-EOF-CHK
    END-READ.
subLoadChargeWork.
    OPEN INPUT glChargeFile.
    OPEN OUTPUT glChargeWrkFile.
    IF GL-CHARGE-STATUS = "00"
        PERFORM subReadCharge
            PERFORM UNTIL CHARGE-EOF-CHK = "T"
            MOVE GLC-W-NUMBER TO GLC-WRK-WNUM
            MOVE GLC-YEAR TO GLC-WRK-YEAR
            MOVE GLC-SEASON TO GLC-WRK-SEASON
            MOVE GLC-ACR TO GLC-WRK-ACR
            MOVE GLC-NUM TO GLC-WRK-NUM
            MOVE GLC-AMOUNT TO GLC-WRK-AMOUNT
            MOVE GLC-LAST-DATE TO GLC-WRK-LAST-DATE
            MOVE "N" TO GLC-WRK-SEEN
            WRITE glChargeWrkRecord
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM subReadCharge
        END-PERFORM
    END-IF.
    CLOSE glChargeFile.
    CLOSE glChargeWrkFile.
    OPEN I-O glChargeWrkFile.
subReadCharge.
    READ glChargeFile
    AT END
        MOVE "T" TO CHARGE-EOF-CHK
    END-READ.
subExtractCharges.
    OPEN INPUT billFile.
    IF BILL-FILE-STATUS NOT = "00"
        DISPLAY "P2Bill.dat NOT PRESENT - NO TUITION CHARGES EXTRACTED"
    ELSE
        PERFORM subReadBill
            PERFORM UNTIL BILL-EOF-CHK = "T"
            IF BILL-REC-TYPE-HDR = "H"
                MOVE SEASON-BILL-HDR TO CUR-HDR-SEASON
                MOVE YEAR-BILL-HDR TO CUR-HDR-YEAR
                PERFORM subNoteBilledTerm
            ELSE
                IF BILL-REC-TYPE-DET = "D"
                    PERFORM subChargeDetail
                END-IF
            END-IF
            PERFORM subReadBill
        END-PERFORM
        CLOSE billFile
        PERFORM subReverseUnbilled
    END-IF.
subReadBill.
    READ billFile
    AT END
        MOVE "T" TO BILL-EOF-CHK
    END-READ.
subNoteBilledTerm.
    SET BILLED-IDX TO 1
    SEARCH BILLED-TERM VARYING BILLED-IDX
        AT END
            PERFORM subAddBilledTerm
        WHEN BILLED-IDX NOT > BILLED-TERM-COUNT
            AND BILLED-SEASON-TBL(BILLED-IDX) = CUR-HDR-SEASON
            AND BILLED-YEAR-TBL(BILLED-IDX) = CUR-HDR-YEAR
            CONTINUE
    END-SEARCH.
subAddBilledTerm.
    IF BILLED-TERM-COUNT NOT < 50
        DISPLAY "BILLED TERM TABLE FULL - P2Bill.dat HAS MORE THAN 50 "
            "TERMS, INCREASE BILLED-TERM OCCURS AND RECOMPILE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO BILLED-TERM-COUNT
    SET BILLED-IDX TO BILLED-TERM-COUNT
    MOVE CUR-HDR-SEASON TO BILLED-SEASON-TBL(BILLED-IDX)
    MOVE CUR-HDR-YEAR TO BILLED-YEAR-TBL(BILLED-IDX).
subChargeDetail.
    MOVE W-NUMBER-BILL-DET TO GLC-WRK-WNUM
    MOVE CUR-HDR-YEAR TO GLC-WRK-YEAR
    MOVE CUR-HDR-SEASON TO GLC-WRK-SEASON
    MOVE COURSE-ACR-BILL TO GLC-WRK-ACR
    MOVE COURSE-NUM-BILL TO GLC-WRK-NUM
    MOVE "N" TO CHARGE-FOUND-CHK
    READ glChargeWrkFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO CHARGE-FOUND-CHK
    END-READ
    IF CHARGE-FOUND
        SUBTRACT GLC-WRK-AMOUNT FROM CHARGE-BILL
            GIVING CHARGE-DELTA-WS
        MOVE CHARGE-BILL TO GLC-WRK-AMOUNT
        MOVE "Y" TO GLC-WRK-SEEN
        IF CHARGE-DELTA-WS NOT = ZERO
            MOVE RUN-DATE-WS TO GLC-WRK-LAST-DATE
        END-IF
        REWRITE glChargeWrkRecord
            INVALID KEY
                DISPLAY "GL CHARGE WORK REWRITE FAILED FOR "
                    GLC-WRK-WNUM
        END-REWRITE
    ELSE
        MOVE CHARGE-BILL TO CHARGE-DELTA-WS
        MOVE W-NUMBER-BILL-DET TO GLC-WRK-WNUM
        MOVE CUR-HDR-YEAR TO GLC-WRK-YEAR
        MOVE CUR-HDR-SEASON TO GLC-WRK-SEASON
        MOVE COURSE-ACR-BILL TO GLC-WRK-ACR
        MOVE COURSE-NUM-BILL TO GLC-WRK-NUM
        MOVE CHARGE-BILL TO GLC-WRK-AMOUNT
        MOVE RUN-DATE-WS TO GLC-WRK-LAST-DATE
        MOVE "Y" TO GLC-WRK-SEEN
        WRITE glChargeWrkRecord
            INVALID KEY
                DISPLAY "GL CHARGE WORK WRITE FAILED FOR "
                    GLC-WRK-WNUM
        END-WRITE
    END-IF
    IF CHARGE-DELTA-WS NOT = ZERO
        MOVE "C" TO GL-TXN-TYPE-WS
        MOVE W-NUMBER-BILL-DET TO GL-WNUM-WS
        MOVE CUR-HDR-YEAR TO GL-YEAR-WS
        MOVE CUR-HDR-SEASON TO GL-SEASON-WS
        MOVE COURSE-ACR-BILL TO GL-ACR-WS
        MOVE COURSE-NUM-BILL TO GL-NUM-WS
        IF CHARGE-DELTA-WS > ZERO
            MOVE "N" TO GL-REVERSAL-CHK
            MOVE CHARGE-DELTA-WS TO GL-AMOUNT-WS
            ADD 1 TO CHARGE-POST-COUNT
        ELSE
            MOVE "Y" TO GL-REVERSAL-CHK
            MULTIPLY CHARGE-DELTA-WS BY -1 GIVING GL-AMOUNT-WS
            ADD 1 TO CHARGE-REVERSE-COUNT
        END-IF
        PERFORM subWriteEntry
    END-IF.
subReverseUnbilled.
    CLOSE glChargeWrkFile.
    OPEN I-O glChargeWrkFile.
    MOVE "F" TO CHARGE-EOF-CHK
    PERFORM subReadChargeWork
        PERFORM UNTIL CHARGE-EOF-CHK = "T"
        IF GLC-WRK-SEEN NOT = "Y"
            PERFORM subCheckTermBilled
            IF TERM-BILLED
                PERFORM subReverseOneCharge
            END-IF
        END-IF
        PERFORM subReadChargeWork
    END-PERFORM.
subReadChargeWork.
    READ glChargeWrkFile NEXT RECORD
        AT END
            MOVE "T" TO CHARGE-EOF-CHK
        NOT AT END
            IF GLC-WRK-STATUS NOT = "00" AND GLC-WRK-STATUS NOT = "02"
                MOVE "T" TO CHARGE-EOF-CHK
            END-IF
    END-READ.
subCheckTermBilled.
    MOVE "N" TO TERM-BILLED-CHK
    SET BILLED-IDX TO 1
    SEARCH BILLED-TERM VARYING BILLED-IDX
        AT END
            CONTINUE
        WHEN BILLED-IDX NOT > BILLED-TERM-COUNT
            AND BILLED-SEASON-TBL(BILLED-IDX) = GLC-WRK-SEASON
            AND BILLED-YEAR-TBL(BILLED-IDX) = GLC-WRK-YEAR
            MOVE "Y" TO TERM-BILLED-CHK
    END-SEARCH.
subReverseOneCharge.
    IF GLC-WRK-AMOUNT > ZERO
        MOVE "C" TO GL-TXN-TYPE-WS
        MOVE "Y" TO GL-REVERSAL-CHK
        MOVE GLC-WRK-AMOUNT TO GL-AMOUNT-WS
        MOVE GLC-WRK-WNUM TO GL-WNUM-WS
        MOVE GLC-WRK-YEAR TO GL-YEAR-WS
        MOVE GLC-WRK-SEASON TO GL-SEASON-WS
        MOVE GLC-WRK-ACR TO GL-ACR-WS
        MOVE GLC-WRK-NUM TO GL-NUM-WS
        PERFORM subWriteEntry
        ADD 1 TO CHARGE-REVERSE-COUNT
    END-IF
    DELETE glChargeWrkFile RECORD
        INVALID KEY
            DISPLAY "GL CHARGE WORK DELETE FAILED FOR " GLC-WRK-WNUM
    END-DELETE.
subExtractPayments.
    OPEN INPUT payFile.
    IF PAY-FILE-STATUS NOT = "00"
        DISPLAY "P2Pay.dat NOT PRESENT - NO PAYMENTS EXTRACTED"
    ELSE
        PERFORM subReadPay
            PERFORM UNTIL PAY-EOF-CHK = "T"
            PERFORM subPaymentEntry
            PERFORM subReadPay
        END-PERFORM
    END-IF.
    CLOSE payFile.
subReadPay.
    READ payFile
    AT END
        MOVE "T" TO PAY-EOF-CHK
    END-READ.
subPaymentEntry.
    INSPECT PAY-SEASON
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF PAY-SEASON = "FALL"
        MOVE "AUTUMN" TO PAY-SEASON
    END-IF
    IF (PAY-TYPE NOT = "P" AND PAY-TYPE NOT = "A")
        OR PAY-AMOUNT IS NOT NUMERIC
        ADD 1 TO PAY-SKIP-COUNT
    ELSE
        IF PAY-AMOUNT > ZERO
            MOVE PAY-TYPE TO GL-TXN-TYPE-WS
            MOVE "N" TO GL-REVERSAL-CHK
            MOVE PAY-AMOUNT TO GL-AMOUNT-WS
            MOVE PAY-W-NUMBER TO GL-WNUM-WS
            MOVE PAY-YEAR TO GL-YEAR-WS
            MOVE PAY-SEASON TO GL-SEASON-WS
            MOVE SPACES TO GL-ACR-WS
            MOVE SPACES TO GL-NUM-WS
            PERFORM subWriteEntry
            IF PAY-TYPE = "P"
                ADD 1 TO PAY-POST-COUNT
            ELSE
                ADD 1 TO ADJ-POST-COUNT
            END-IF
        END-IF
    END-IF.
subExtractAid.
    OPEN INPUT aidTxnFile.
    IF AID-TXN-STATUS NOT = "00"
        DISPLAY "P2AidTxn.dat NOT PRESENT - NO AID EXTRACTED"
    ELSE
        PERFORM subReadAid
            PERFORM UNTIL AID-EOF-CHK = "T"
            IF AIDT-AMOUNT > ZERO
                MOVE "F" TO GL-TXN-TYPE-WS
                MOVE AIDT-AMOUNT TO GL-AMOUNT-WS
                MOVE AIDT-W-NUMBER TO GL-WNUM-WS
                MOVE AIDT-YEAR TO GL-YEAR-WS
                MOVE AIDT-SEASON TO GL-SEASON-WS
                MOVE AIDT-FUND TO GL-ACR-WS
                MOVE SPACES TO GL-NUM-WS
                IF AIDT-ACTION = "R"
                    MOVE "Y" TO GL-REVERSAL-CHK
                    ADD 1 TO AID-REVERSE-COUNT
                ELSE
                    MOVE "N" TO GL-REVERSAL-CHK
                    ADD 1 TO AID-POST-COUNT
                END-IF
                PERFORM subWriteEntry
            END-IF
            PERFORM subReadAid
        END-PERFORM
    END-IF.
    CLOSE aidTxnFile.
subReadAid.
    READ aidTxnFile
    AT END
        MOVE "T" TO AID-EOF-CHK
    END-READ.
subExtractRefunds.
    OPEN INPUT refundFile.
    IF REFUND-FILE-STATUS NOT = "00"
        DISPLAY "P2Refund.dat NOT PRESENT - NO REFUNDS EXTRACTED"
    ELSE
        PERFORM subReadRefund
            PERFORM UNTIL REFUND-EOF-CHK = "T"
            IF REF-REC-TYPE-HDR = "C"
                MOVE SEASON-REF-HDR TO CUR-HDR-SEASON
                MOVE YEAR-REF-HDR TO CUR-HDR-YEAR
            ELSE
                IF REF-REC-TYPE-DET = "R"
                    AND REFUND-REF > ZERO
                    MOVE "R" TO GL-TXN-TYPE-WS
                    MOVE "N" TO GL-REVERSAL-CHK
                    MOVE REFUND-REF TO GL-AMOUNT-WS
                    MOVE W-NUMBER-REF-DET TO GL-WNUM-WS
                    MOVE CUR-HDR-YEAR TO GL-YEAR-WS
                    MOVE CUR-HDR-SEASON TO GL-SEASON-WS
                    MOVE COURSE-ACR-REF TO GL-ACR-WS
                    MOVE COURSE-NUM-REF TO GL-NUM-WS
                    PERFORM subWriteEntry
                    ADD 1 TO REFUND-POST-COUNT
                END-IF
            END-IF
            PERFORM subReadRefund
        END-PERFORM
    END-IF.
    CLOSE refundFile.
subReadRefund.
    READ refundFile
    AT END
        MOVE "T" TO REFUND-EOF-CHK
    END-READ.
subWriteEntry.
    PERFORM subFindAccounts
    IF GL-REVERSAL
        MOVE GL-DEBIT-ACCT-WS TO GL-HOLD-ACCT-WS
        MOVE GL-CREDIT-ACCT-WS TO GL-DEBIT-ACCT-WS
        MOVE GL-HOLD-ACCT-WS TO GL-CREDIT-ACCT-WS
    END-IF
    MOVE GL-DEBIT-ACCT-WS TO GLD-ACCOUNT
    MOVE "D" TO GLD-DR-CR
    PERFORM subWriteLine
    ADD GL-AMOUNT-WS TO GL-DEBIT-TOTAL
    MOVE GL-CREDIT-ACCT-WS TO GLD-ACCOUNT
    MOVE "C" TO GLD-DR-CR
    PERFORM subWriteLine
    ADD GL-AMOUNT-WS TO GL-CREDIT-TOTAL.
subWriteLine.
    ADD 1 TO GL-LINE-NUM
    MOVE "D" TO GLD-REC-TYPE
    MOVE BATCH-ID-WS TO GLD-BATCH-ID
    MOVE GL-LINE-NUM TO GLD-LINE-NUM
    MOVE GL-AMOUNT-WS TO GLD-AMOUNT
    MOVE GL-TXN-TYPE-WS TO GLD-TXN-TYPE
    MOVE GL-WNUM-WS TO GLD-W-NUMBER
    MOVE GL-YEAR-WS TO GLD-YEAR
    MOVE GL-SEASON-WS TO GLD-SEASON
    MOVE GL-ACR-WS TO GLD-ACR
    MOVE GL-NUM-WS TO GLD-NUM
    WRITE glDetailRecord.
subFindAccounts.
    MOVE "N" TO MAP-FOUND-CHK
    MOVE GL-ACR-WS TO GLM-IDX-ACR
    MOVE GL-TXN-TYPE-WS TO GLM-IDX-TYPE
    READ glMapIdxFile
        INVALID KEY
            CONTINUE
    END-READ
    IF GLM-IDX-STATUS = "00"
        MOVE "Y" TO MAP-FOUND-CHK
    ELSE
        MOVE SPACES TO GLM-IDX-ACR
        MOVE GL-TXN-TYPE-WS TO GLM-IDX-TYPE
        READ glMapIdxFile
            INVALID KEY
                CONTINUE
        END-READ
        IF GLM-IDX-STATUS = "00"
            MOVE "Y" TO MAP-FOUND-CHK
        END-IF
    END-IF
    IF MAP-FOUND
        MOVE GLM-IDX-DEBIT-ACCT TO GL-DEBIT-ACCT-WS
        MOVE GLM-IDX-CREDIT-ACCT TO GL-CREDIT-ACCT-WS
    ELSE
        DISPLAY "NO GL MAPPING FOR " GL-ACR-WS " TYPE " GL-TXN-TYPE-WS
            " - POSTED TO " GL-SUSPENSE-ACCT
        MOVE GL-SUSPENSE-ACCT TO GL-DEBIT-ACCT-WS
        MOVE GL-SUSPENSE-ACCT TO GL-CREDIT-ACCT-WS
        ADD 1 TO SUSPENSE-COUNT
    END-IF.
subSaveChargeFile.
    CLOSE glChargeWrkFile.
    OPEN INPUT glChargeWrkFile.
    IF GLC-WRK-STATUS NOT = "00"
        DISPLAY "P2GLCharge.dat NOT SAVED, WORK FILE STATUS = "
            GLC-WRK-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT glChargeFile
        MOVE "F" TO CHARGE-EOF-CHK
        PERFORM subReadChargeWork
            PERFORM UNTIL CHARGE-EOF-CHK = "T"
            MOVE GLC-WRK-WNUM TO GLC-W-NUMBER
            MOVE GLC-WRK-YEAR TO GLC-YEAR
            MOVE GLC-WRK-SEASON TO GLC-SEASON
            MOVE GLC-WRK-ACR TO GLC-ACR
            MOVE GLC-WRK-NUM TO GLC-NUM
            MOVE GLC-WRK-AMOUNT TO GLC-AMOUNT
            MOVE GLC-WRK-LAST-DATE TO GLC-LAST-DATE
            WRITE glChargeRecord
            PERFORM subReadChargeWork
        END-PERFORM
        CLOSE glChargeFile
    END-IF.
    CLOSE glChargeWrkFile.
