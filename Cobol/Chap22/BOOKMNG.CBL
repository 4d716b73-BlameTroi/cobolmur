
           01  operator-id                     pic x(08).

           01  requisition-request.
               05  rr-operator-id          pic x(08).
               05  rr-item-no              pic x(05).
               05  rr-vendor-no            pic x(05).
               05  rr-quantity             pic s9(05).
               05  rr-req-no               pic 9(06).
               05  rr-extended-cost        pic s9(07)v99.
               05  rr-return-code          pic x(02).
                   88  req-approved-on-entry       value "00".
                   88  req-awaiting-approval       value "10".
                   88  req-no-catalog-quote        value "20".
                   88  req-file-error              value "99".

           01  requisition-message.
               05  filler                  pic x(12)
                                           value "REQUISITION ".
               05  rm-req-no               pic 9(06).
               05  filler                  pic x(01)  value space.
               05  rm-outcome              pic x(31).

           01  session-po-register.
               05  session-po-count            pic 9(03)  value zero.
               05  session-po-sub              pic 9(03).
               05  session-po-entry            occurs 50 times.
                   10  sp-item-no              pic x(05).
                   10  sp-order-quantity       pic s9(05).
                   10  sp-req-no               pic 9(06).
                   10  sp-outcome              pic x(08).

           01  bokreg-heading-line.
               05  filler              pic x(36)  value
                   "BOOKMNG  REQUISITIONS RAISED        ".
               05  brh-operator-id     pic x(08).

           01  bokreg-detail-line.
               05  brd-item-no         pic x(05).
               05  filler              pic x(07)  value "  QTY  ".
               05  brd-order-quantity  pic zz,zz9-.
               05  filler              pic x(07)  value "  REQ  ".
               05  brd-req-no          pic 9(06).
               05  filler              pic x(02)  value spaces.
               05  brd-outcome         pic x(08).

           01  on-order-quantity               pic s9(05).

                              if create-po
                                  compute order-quantity =
                                      bk-reorder-point - bk-on-hand
                                  invoke self "raise-requisition"
                              end-if
                          end-if
                          invoke bookUIObj "prompt-view-po-detail"
                       to brd-item-no
                   move sp-order-quantity (session-po-sub)
                       to brd-order-quantity
                   move sp-req-no (session-po-sub) to brd-req-no
                   move sp-outcome (session-po-sub) to brd-outcome
                   move bokreg-detail-line to bokreg-print-area
                   write bokreg-print-area after advancing 1 lines
               end-perform.
               close bokreg.
           End Method "print-po-register".
      **********************************************************
           Method-ID. "raise-requisition".
           Procedure Division.

      *    The reorder prompt no longer writes PORDFILE itself. It
      *    raises a requisition through RQS1000 like any other
      *    buyer: approved at once if it falls within this
      *    operator's approval limit, queued for a supervisor if
      *    not. Only the PO run turns requisitions into orders.

               move operator-id    to rr-operator-id.
               move bk-item-number to rr-item-no.
               move bk-vendor-no   to rr-vendor-no.
               move order-quantity to rr-quantity.
               call "RQS1000" using requisition-request.
               evaluate true
               when req-approved-on-entry
                   move rr-req-no to rm-req-no
                   move "APPROVED -- WITHIN YOUR LIMIT."
                       to rm-outcome
                   move requisition-message to maintenance-message
                   invoke bookUIObj "display-maintenance-message"
                       using maintenance-message
               when req-awaiting-approval
                   move rr-req-no to rm-req-no
                   move "AWAITS SUPERVISOR APPROVAL."
                       to rm-outcome
                   move requisition-message to maintenance-message
                   invoke bookUIObj "display-maintenance-message"
                       using maintenance-message
               when req-no-catalog-quote
                   move "No catalog quote from vendor -- not raised."
                       to error-message
                   invoke bookUIObj "display-error-message"
                       using error-message
               when other
                   move "Requisition file error -- not raised."
                       to error-message
                   invoke bookUIObj "display-error-message"
                       using error-message
               end-evaluate.
               if (req-approved-on-entry or req-awaiting-approval)
                 and session-po-count < 50
                   add 1 to session-po-count
                   move bk-item-number to sp-item-no (session-po-count)
                   move rr-quantity
                       to sp-order-quantity (session-po-count)
                   move rr-req-no to sp-req-no (session-po-count)
                   if req-approved-on-entry
                       move "APPROVED" to sp-outcome (session-po-count)
                   else
                       move "PENDING " to sp-outcome (session-po-count)
                   end-if
               end-if.
           End Method "raise-requisition".
      **********************************************************
           Method-ID. "process-item-maintenance".
           Procedure Division.
