               CLOSE APVCHR.
      *
       110-RELEASE-NEXT-VOUCHER.
      *
      *    EXPENSE VOUCHERS CARRY NO ITEM AND HAVE NO QUOTE TO BE
      *    PRICED AGAINST.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VO-INVOICE-DATE (1:6) = REPORT-MONTH
                     AND VO-ITEM-NO NOT = SPACE
                       PERFORM 120-PRICE-ONE-VOUCHER
                   END-IF
           END-READ.
