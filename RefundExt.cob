        FILE STATUS IS TERM-CAL-STATUS.
    SELECT refundFile ASSIGN TO "P2Refund.dat".
    SELECT refExcFile ASSIGN TO "P2RefExc.dat".
    SELECT OPTIONAL refundHistFile ASSIGN TO "P2RefundHist.dat".
DATA DIVISION.
FILE SECTION.
FD dropLogFile.
        02 COURSE-NUM-RFX PIC 9(3)X.
        02 DROP-DATE-RFX PIC 9(8).
        02 REASON-CODE-RFX PIC X(20).
FD refundHistFile.
    01 refundHistRecord.
        02 W-NUMBER-RFH PIC X(10).
        02 NAME-RFH PIC X(14).
        02 SEASON-RFH PIC X(7).
        02 YEAR-RFH PIC 9(4)X.
        02 COURSE-ACR-RFH PIC X(5).
        02 COURSE-NUM-RFH PIC 9(3)X.
        02 REFUND-RFH PIC 9(6)V99.
        02 REFUND-DATE-RFH PIC 9(8).
WORKING-STORAGE SECTION.
    01 DROP-LOG-STATUS PIC XX.
    01 BILL-FILE-STATUS PIC XX.
    PERFORM subLoadDropLog
    IF DROP-TBL-COUNT = ZERO
        DISPLAY "NO UNREFUNDED DROPS ON P2DropLog.dat - NOTHING TO DO"
        OPEN OUTPUT refundFile
        CLOSE refundFile
        STOP RUN
    END-IF.
    OPEN INPUT billFile.
    OPEN OUTPUT refundFile.
    OPEN OUTPUT refExcFile.
    OPEN EXTEND refundHistFile.
    IF BILL-FILE-STATUS NOT = "00"
        DISPLAY "P2Bill.dat NOT PRESENT - NO PRIOR EXTRACT TO MATCH, "
            "DROPS REMAIN PENDING"
    END-IF.
    CLOSE refundFile.
    CLOSE refExcFile.
    CLOSE refundHistFile.
    PERFORM subRewriteDropLog
    DISPLAY "====================================================".
    DISPLAY "RefundExt RUN-CONTROL SUMMARY".
    DISPLAY "UNMATCHED DROPS = " UNMATCHED-COUNT.
    DISPLAY "REFUND TOTAL    = " REFUND-TOTAL.
    DISPLAY "CREDIT FILE WRITTEN TO P2Refund.dat".
    DISPLAY "CREDITS ADDED TO P2RefundHist.dat".
    DISPLAY "====================================================".
STOP RUN.
subLoadTermCalendar.
    MOVE CHARGE-BILL TO CHARGE-REF
    MOVE REFUND-AMOUNT-WS TO REFUND-REF
    WRITE refundDetailRecord
    MOVE DROP-WNUM-TBL(DROP-IDX) TO W-NUMBER-RFH
    MOVE DROP-NAME-TBL(DROP-IDX) TO NAME-RFH
    MOVE DROP-SEASON-TBL(DROP-IDX) TO SEASON-RFH
    MOVE DROP-YEAR-TBL(DROP-IDX) TO YEAR-RFH
    MOVE DROP-ACR-TBL(DROP-IDX) TO COURSE-ACR-RFH
    MOVE DROP-NUM-TBL(DROP-IDX) TO COURSE-NUM-RFH
    MOVE REFUND-AMOUNT-WS TO REFUND-RFH
    MOVE RUN-DATE-WS TO REFUND-DATE-RFH
    WRITE refundHistRecord
    ADD 1 TO REFUND-COUNT
    ADD REFUND-AMOUNT-WS TO REFUND-TOTAL.
subWriteRefundException.
