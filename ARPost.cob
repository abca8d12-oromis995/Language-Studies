        02 AR-PAYMENTS PIC 9(7)V99.
        02 AR-ADJUSTMENTS PIC 9(7)V99.
        02 AR-LAST-DATE PIC 9(8).
        02 AR-AID PIC 9(7)V99.
FD arWrkFile.
    01 arWrkRecord.
        02 AR-WRK-KEY.
        02 AR-WRK-PAYMENTS PIC 9(7)V99.
        02 AR-WRK-ADJUSTMENTS PIC 9(7)V99.
        02 AR-WRK-LAST-DATE PIC 9(8).
        02 AR-WRK-AID PIC 9(7)V99.
FD payExcFile.
    01 payExcRecord.
        02 PAY-W-NUMBER-EXC PIC X(10).
            MOVE AR-PAYMENTS TO AR-WRK-PAYMENTS
            MOVE AR-ADJUSTMENTS TO AR-WRK-ADJUSTMENTS
            MOVE AR-LAST-DATE TO AR-WRK-LAST-DATE
            MOVE AR-AID TO AR-WRK-AID
            WRITE arWrkRecord
                INVALID KEY
                    CONTINUE
        MOVE TUITION-AMOUNT-HDR TO AR-WRK-CHARGES
        MOVE ZERO TO AR-WRK-PAYMENTS
        MOVE ZERO TO AR-WRK-ADJUSTMENTS
        MOVE ZERO TO AR-WRK-AID
        MOVE RUN-DATE-WS TO AR-WRK-LAST-DATE
        WRITE arWrkRecord
            INVALID KEY
            MOVE ZERO TO AR-WRK-CHARGES
            MOVE ZERO TO AR-WRK-PAYMENTS
            MOVE ZERO TO AR-WRK-ADJUSTMENTS
            MOVE ZERO TO AR-WRK-AID
            MOVE RUN-DATE-WS TO AR-WRK-LAST-DATE
            WRITE arWrkRecord
                INVALID KEY
            MOVE AR-WRK-PAYMENTS TO AR-PAYMENTS
            MOVE AR-WRK-ADJUSTMENTS TO AR-ADJUSTMENTS
            MOVE AR-WRK-LAST-DATE TO AR-LAST-DATE
            MOVE AR-WRK-AID TO AR-AID
            WRITE arMastRecord
            ADD 1 TO MAST-SAVE-COUNT
            PERFORM subReadWork
