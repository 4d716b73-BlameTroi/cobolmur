           05  po-received-qty         pic s9(05).
           05  po-promise-date         pic 9(08).
           05  po-revision-no          pic 9(02).
           05  po-drop-ship-switch     pic x(01).
               88  po-drop-ship                value "Y".

       fd  vencat.
       01  vendor-catalog-record.
               move zero to po-received-qty.
               move zero to po-promise-date.
               move zero to po-revision-no.
               move "N" to po-drop-ship-switch.
               write purchase-order-record.
               close pordfile.
               move ls-item-no to im-item-no.
