        02 AR-PAYMENTS PIC 9(7)V99.
        02 AR-ADJUSTMENTS PIC 9(7)V99.
        02 AR-LAST-DATE PIC 9(8).
        02 AR-AID PIC 9(7)V99.
SD sortFile.
    01 sortRecord.
        02 TERM-RANK-SRT PIC 9(6).
        02 CHARGES-SRT PIC 9(7)V99.
        02 PAYMENTS-SRT PIC 9(7)V99.
        02 ADJUSTMENTS-SRT PIC 9(7)V99.
        02 AID-SRT PIC 9(7)V99.
FD reportFile.
    01 reportLine PIC X(80).
FD holdFile.
        MOVE AR-CHARGES TO CHARGES-SRT
        MOVE AR-PAYMENTS TO PAYMENTS-SRT
        MOVE AR-ADJUSTMENTS TO ADJUSTMENTS-SRT
        MOVE AR-AID TO AID-SRT
        RELEASE sortRecord
        PERFORM subReadMaster
    END-PERFORM.
            MOVE "T" TO SORT-EOF-CHK
    END-RETURN.
subPrintAccountLine.
    ADD PAYMENTS-SRT ADJUSTMENTS-SRT AID-SRT GIVING CREDIT-TOTAL-WS
    IF CREDIT-TOTAL-WS > CHARGES-SRT
        MOVE ZERO TO BALANCE-DUE-WS
        SUBTRACT CHARGES-SRT FROM CREDIT-TOTAL-WS
