             SUBTRACT L$_WS01_875_AMOUNT
                 FROM L$_WS01_MOV_AMT(L$_WS01_MOV_IDX)

* 15-OCT-2026 - TP_ELEVY - tax withheld on interest and linkage
*              (PRB367, marker "H"): the amount leaves.
        WHEN V2875$TAX_WITHHOLDING
             SUBTRACT L$_WS01_875_AMOUNT
                 FROM L$_WS01_MOV_AMT(L$_WS01_MOV_IDX)

* 15-OCT-2026 - TP_ELEVY - member balance transfer (TRB72Y): a
*              departing "S" row on the source, an arriving "R"
*              row on the receiving accumulator - the marker
*              decides the sign.
        WHEN V2875$BAL_TRANSFER
             IF L$_WS01_875_MARKER = "S"
                SUBTRACT L$_WS01_875_AMOUNT
                    FROM L$_WS01_MOV_AMT(L$_WS01_MOV_IDX)
             ELSE
                ADD L$_WS01_875_AMOUNT
                  TO L$_WS01_MOV_AMT(L$_WS01_MOV_IDX)
             END-IF

* 02-SEP-2026 - TP_ONISSA - no money moves: deduction-option
*              stop/release rows (TRB71H/71V), merge repoints
*              (PRB360), bank-reject corrections (TRB714).
        WHEN V2875$DEDUCTION_OPTION_CHG
        WHEN V2875$MERGE_REPOINT
        WHEN V2875$BANK_REJECT_CORR
* 15-OCT-2026 - TP_ELEVY - dispute refunds (TRB72P, marker "D")
*              are paid out of the bank file and leave no 755
*              image on the accumulator: nothing to move here.
        WHEN V2875$DISPUTE_REFUND
             CONTINUE

* 02-SEP-2026 - TP_NHELER - anything else is apply-path activity
