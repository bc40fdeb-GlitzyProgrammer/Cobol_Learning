       END-IF.

*> Lines written before operators were recorded carry spaces in
*> the new columns and group under a blank drawer. Direct debits
*> (type B, from ddrun) go straight to the bank and never pass
*> through a drawer.
TallyOneSalesReceipt.
       READ PaymentFile
           AT END MOVE 'Y' TO WSEOF
           NOT AT END
               IF PayDate = TodayDate AND PayType NOT = 'B'
                   MOVE PayOper TO WorkOper
                   MOVE PayType TO WorkType
                   MOVE PayAmount TO WorkAmount
