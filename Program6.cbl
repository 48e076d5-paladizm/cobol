           05 sum-total         pic 9(10)V99 value zeros.
           05 sum-pay           pic 9(10)V99 value zeros.
           05 sum-dept          pic 9(10)V99 value zeros.
           05 sum-pay-method    pic 9(10)V99 value zeros.
       01  control-totals.
           05 ctl-found-flag    pic X value "N".
           05 ctl-guest-count   pic 9(6) value zeros.
                   perform 412-tally-company-module
               when "A"
                   perform 420-tally-dept-module
               when "P"
                   perform 425-tally-pay-method-module
               when "J"
                   add 1 to adjustment-count
                   compute adjustment-total = adjustment-total
       420-tally-dept-module.
           compute sum-dept = sum-dept
                   + function numval(gl-field-4).
       425-tally-pay-method-module.
           compute sum-pay-method = sum-pay-method
                   + function numval(gl-field-4).
       430-store-control-module.
           add 1 to ctl-record-count
           move "Y" to ctl-found-flag
           move "DEPT VS ANCILLARY " to RD-item-out
           move sum-dept to compare-extract-amt
           move sum-anc  to compare-control-amt
           perform 610-compare-line-module
           move "METHOD VS PAYMENTS" to RD-item-out
           move sum-pay-method to compare-extract-amt
           move sum-pay        to compare-control-amt
           perform 610-compare-line-module.
       605-compare-count-module.
           move spaces to recon-line
