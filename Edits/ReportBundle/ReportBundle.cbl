
       01 ws-report-name                pic x(44) value spaces.
       01 ws-bundle-name                pic x(44) value spaces.
       01 ws-date-column                pic 99 value 48.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 report-catalog-values.
           05 filler                   pic x(38)
               value "ERROR       error-report.out        48".
           05 filler                   pic x(38)
               value "SALES       sales-report.out        92".
           05 filler                   pic x(38)
               value "RETURNS     return-report.out       92".
           05 filler                   pic x(38)
               value "SKU         sku-summary.out         48".
           05 filler                   pic x(38)
               value "FLASH       flash-summary.out       48".
           05 filler                   pic x(38)
               value "BALANCE     balance-certificate.out 48".
           05 filler                   pic x(38)
               value "SETTLE      settlement-recon.out    48".
           05 filler                   pic x(38)
               value "RUNSTATUS   run-status.out          48".
           05 filler                   pic x(38)
               value "INTAKE      intake-report.out       48".
           05 filler                   pic x(38)
               value "DEPT        dept-summary.out        48".
           05 filler                   pic x(38)
               value "CASHIER     cashier-report.out      48".
           05 filler                   pic x(38)
               value "SHRINK      shrinkage-report.out    48".
           05 filler                   pic x(38)
               value "TAX         tax-remittance.out      48".
           05 filler                   pic x(38)
               value "GLPROOF     gl-journal-proof.out    48".
           05 filler                   pic x(38)
               value "GIFTCARD    gift-card-liability.out 48".
           05 filler                   pic x(38)
               value "LAYAWAY     layaway-report.out      48".
           05 filler                   pic x(38)
               value "PRICEOVR    price-override.out      48".
           05 filler                   pic x(38)
               value "LOYALTY     loyalty-statement.out   48".
           05 filler                   pic x(38)
               value "INVENTORY   inventory-exception.out 48".
           05 filler                   pic x(38)
               value "OVERSHORT   over-short.out          48".
           05 filler                   pic x(38)
               value "REFUNDABUSE refund-abuse.out        48".
           05 filler                   pic x(38)
               value "COMMISSION  commission-register.out 48".
           05 filler                   pic x(38)
               value "HOURLY      hourly-traffic.out      48".
           05 filler                   pic x(38)
               value "CHARGEBACK  chargeback-aging.out    48".
           05 filler                   pic x(38)
               value "INTEGRITY   ledger-verify.out       48".
           05 filler                   pic x(38)
               value "DAILYSUM    daily-summary.out       48".
           05 filler                   pic x(38)
               value "RETEXCEPT   return-exceptions.out   48".
           05 filler                   pic x(38)
               value "CHANGEAUDIT change-audit.out        48".
           05 filler                   pic x(38)
               value "AUDITSAMPLE audit-sample.out        48".
           05 filler                   pic x(38)
               value "AUDITFIND   audit-findings.out      48".
           05 filler                   pic x(38)
               value "CBINTAKE    chargeback-intake.out   48".
           05 filler                   pic x(38)
               value "PERIOD      period-report.out       48".
           05 filler                   pic x(38)
               value "PERIODCLOSE period-close-cert.out   48".
           05 filler                   pic x(38)
               value "STORESALES  sales-store-            92".
           05 filler                   pic x(38)
               value "STORERET    return-store-           92".
       01 report-catalog redefines report-catalog-values.
           05 catalog-entry            occurs 35 times
                                        indexed by cat-idx.
               10 ct-report-code       pic x(12).
               10 ct-file-name         pic x(24).
               10 ct-date-column       pic 99.

       01 ws-recip-count                pic 9(03) value 0.
       01 recipient-table.
                       rt-report-code (ws-recip-sub)
                   move ct-file-name (cat-idx)
                                       to ws-trim-name
                   move ct-date-column (cat-idx)
                                       to ws-date-column
           end-search.

           if ws-trim-name = spaces
                   move spaces         to report-in-line
           end-read.

           move report-in-line (ws-date-column:8)
                                       to ws-report-date-field.
           if ws-report-date-field = ws-date
               move "OK"               to ws-report-state
           else
