       identification division.
       program-id. WarehouseExtract.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select trans-register
               assign to "../../../data/trans-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tr-invoice-no
                   alternate record key is tr-store-date
                       with duplicates
                   file status is ws-source-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-source-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential
                   file status is ws-source-status.

           select dept-master
               assign to "../../../data/dept-master.dat"
                   organization is line sequential
                   file status is ws-source-status.

           select gift-card-ledger
               assign to "../../../data/gift-card-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is gc-card-no
                   file status is ws-source-status.

           select layaway-ledger
               assign to "../../../data/layaway-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ly-invoice-no
                   file status is ws-source-status.

           select work-file
               assign to "../../../data/dw-current.tmp"
                   organization is line sequential.

           select sort-work
               assign to "../../../data/dw-sort.tmp".

           select sorted-file
               assign to "../../../data/dw-sorted.tmp"
                   organization is line sequential.

           select image-file
               assign to dynamic ws-image-name
                   organization is line sequential
                   file status is ws-image-status.

           select new-image-file
               assign to dynamic ws-new-image-name
                   organization is line sequential
                   file status is ws-new-image-status.

           select extract-file
               assign to dynamic ws-extract-name
                   organization is line sequential
                   file status is ws-extract-status.

           select manifest-file
               assign to "../../../data/dw-manifest.dat"
                   organization is line sequential.

           select control-file
               assign to "../../../data/dw-extract-control.dat"
                   organization is line sequential
                   file status is ws-control-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/warehouse-input.dat"
                   organization is line sequential
                   file status is ws-script-status.

           select process-date-file
               assign to "../../../data/process-date.dat"
                   organization is line sequential
                   file status is ws-process-date-status.

           select run-mode-file
               assign to "../../../data/run-mode.dat"
                   organization is line sequential
                   file status is ws-run-mode-status.

           select console-log
               assign to "../../../data/console-log.dat"
                   organization is line sequential
                   file status is ws-console-status.

       data division.
       file section.

       fd trans-register
           data record is trans-register-rec.
       01 trans-register-rec.
           05 tr-invoice-no            pic x(09).
           05 tr-trans-code            pic x.
           05 tr-trans-amount          pic 9(07)v99.
           05 tr-pay-type              pic xx.
           05 tr-store-no              pic xx.
           05 tr-sku-code              pic x(15).
           05 tr-trans-date            pic 9(08).
           05 tr-disposition           pic x(10).
           05 tr-error-desc            pic x(26).
           05 tr-card-no               pic x(16).
           05 tr-cashier-id            pic x(05).
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd store-master
           data record is store-master-rec.
       01 store-master-rec.
           05 sm-store-no              pic xx.
           05 sm-store-name            pic x(20).
           05 sm-active-flag           pic x.
           05 sm-tax-rate              pic 9v9999.
           05 sm-invoice-min           pic 9(06).
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-description           pic x(30).
           05 km-dept-code             pic x(12).
           05 km-active-flag           pic x.

       fd dept-master
           data record is dept-master-rec
           record contains 42 characters.
       01 dept-master-rec.
           05 dm-dept-code             pic x(12).
           05 dm-dept-name             pic x(30).

       fd gift-card-ledger
           data record is gift-card-rec.
       01 gift-card-rec.
           05 gc-card-no               pic x(16).
           05 gc-issue-store           pic xx.
           05 gc-issue-date            pic 9(08).
           05 gc-original-amount       pic 9(09)v99.
           05 gc-balance               pic s9(09)v99.
           05 gc-last-date             pic 9(08).
           05 gc-status                pic x.

       fd layaway-ledger
           data record is layaway-rec.
       01 layaway-rec.
           05 ly-invoice-no            pic x(09).
           05 ly-store-no              pic xx.
           05 ly-open-date             pic 9(08).
           05 ly-plan-amount           pic 9(09)v99.
           05 ly-paid-amount           pic 9(09)v99.
           05 ly-last-pay-date         pic 9(08).
           05 ly-status                pic x.

       fd work-file
           data record is work-rec
           record contains 150 characters.
       01 work-rec.
           05 wk-key                   pic x(20).
           05 wk-image                 pic x(130).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sk-key                   pic x(20).
           05 filler                   pic x(130).

       fd sorted-file
           data record is sorted-rec
           record contains 150 characters.
       01 sorted-rec.
           05 so-key                   pic x(20).
           05 so-image                 pic x(130).

       fd image-file
           data record is image-rec
           record contains 150 characters.
       01 image-rec.
           05 im-key                   pic x(20).
           05 im-image                 pic x(130).

       fd new-image-file
           data record is new-image-rec
           record contains 150 characters.
       01 new-image-rec                pic x(150).

       fd extract-file
           data record is extract-rec
           record contains 300 characters.
       01 extract-rec                  pic x(300).

       fd manifest-file
           data record is manifest-rec
           record contains 200 characters.
       01 manifest-rec                 pic x(200).

       fd control-file
           data record is control-rec
           record contains 67 characters.
       01 control-rec.
           05 dc-subject               pic x(10).
           05 dc-extract-seq           pic 9(05).
           05 dc-hwm-date              pic 9(08).
           05 dc-run-date              pic 9(08).
           05 dc-run-time              pic x(08).
           05 dc-mode                  pic x.
           05 dc-image-rows            pic 9(07).
           05 dc-rows-sent             pic 9(07).
           05 dc-hash-total            pic s9(11)v99.

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic x(08).
           05 au-run-time              pic x(08).
           05 au-input-count           pic 9(07).
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd operator-input
           data record is operator-input-rec
           record contains 44 characters.
       01 operator-input-rec           pic x(44).

       fd process-date-file
           data record is process-date-rec
           record contains 8 characters.
       01 process-date-rec.
           05 pd-business-date         pic 9(08).

       fd run-mode-file
           data record is run-mode-rec
           record contains 1 characters.
       01 run-mode-rec                 pic x.

       fd console-log
           data record is console-rec
           record contains 80 characters.
       01 console-rec                  pic x(80).

       working-storage section.

       01 ws-run-mode-status            pic xx value spaces.
       01 ws-process-date-status        pic xx value spaces.
       01 ws-process-date               pic 9(08) value 0.
       01 ws-date-override-flag         pic x value 'N'.
           88 date-overridden            value 'Y'.
       01 ws-console-status             pic xx value spaces.
       01 ws-batch-flag                 pic x value 'N'.
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.
       01 ws-script-status              pic xx value spaces.
       01 ws-script-eof-flag            pic x value 'N'.
       01 ws-script-line                pic x(44) value spaces.

       01 ws-source-status              pic xx value spaces.
       01 ws-image-status               pic xx value spaces.
       01 ws-new-image-status           pic xx value spaces.
       01 ws-extract-status             pic xx value spaces.
       01 ws-control-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-image-name                 pic x(44) value spaces.
       01 ws-new-image-name             pic x(44) value spaces.
       01 ws-extract-name               pic x(44) value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-run-date                   pic 9(08) value 0.
       01 ws-run-time                   pic x(08) value spaces.

       01 subject-values.
           05 filler                   pic x(30)
               value "TRANS     dw-trans.dat        ".
           05 filler                   pic x(32)
               value "dw-trans.img        AMOUNT      ".
           05 filler                   pic x(30)
               value "STORE     dw-store.dat        ".
           05 filler                   pic x(32)
               value "dw-store.img        REVIEW-LIMIT".
           05 filler                   pic x(30)
               value "SKU       dw-sku.dat          ".
           05 filler                   pic x(32)
               value "dw-sku.img          NONE        ".
           05 filler                   pic x(30)
               value "DEPT      dw-dept.dat         ".
           05 filler                   pic x(32)
               value "dw-dept.img         NONE        ".
           05 filler                   pic x(30)
               value "GIFTCARD  dw-giftcard.dat     ".
           05 filler                   pic x(32)
               value "dw-giftcard.img     BALANCE     ".
           05 filler                   pic x(30)
               value "LAYAWAY   dw-layaway.dat      ".
           05 filler                   pic x(32)
               value "dw-layaway.img      PAID-AMOUNT ".
       01 subject-table redefines subject-values.
           05 subject-entry            occurs 6 times.
               10 sj-subject           pic x(10).
               10 sj-extract-file      pic x(20).
               10 sj-image-file        pic x(20).
               10 sj-hash-field        pic x(12).
       01 ws-subject-sub                pic 9 value 0.

       01 control-table.
           05 control-entry            occurs 6 times.
               10 ct-extract-seq       pic 9(05).
               10 ct-hwm-date          pic 9(08).
               10 ct-run-date          pic 9(08).
               10 ct-run-time          pic x(08).
               10 ct-mode              pic x.
               10 ct-image-rows        pic 9(07).
               10 ct-rows-sent         pic 9(07).
               10 ct-hash-total        pic s9(11)v99.
       01 ws-run-seq                    pic 9(05) value 0.

       01 ws-refresh-flag               pic x value 'N'.
           88 full-refresh-requested     value 'Y'.
       01 ws-subject-full-flag          pic x value 'N'.
           88 subject-full               value 'Y'.
       01 ws-subject-mode               pic x value 'I'.
       01 ws-extract-mode               pic x value 'I'.
       01 ws-subject-ok-flag            pic x value 'Y'.
           88 subject-ok                 value 'Y'.
       01 ws-source-eof-flag            pic x value 'N'.
       01 ws-current-eof-flag           pic x value 'N'.
       01 ws-prior-eof-flag             pic x value 'N'.
       01 ws-prior-open-flag            pic x value 'N'.

       01 ws-current-key                pic x(20) value spaces.
       01 ws-current-image              pic x(130) value spaces.
       01 ws-prior-key                  pic x(20) value spaces.
       01 ws-prior-image                pic x(130) value spaces.
       01 ws-change-code                pic x value space.
       01 ws-subject-status-text        pic x(06) value spaces.

       01 ws-row-image                  pic x(130) value spaces.
       01 reg-image redefines ws-row-image.
           05 ri-invoice-no            pic x(09).
           05 ri-trans-code            pic x.
           05 ri-trans-amount          pic 9(07)v99.
           05 ri-pay-type              pic xx.
           05 ri-store-no              pic xx.
           05 ri-sku-code              pic x(15).
           05 ri-trans-date            pic 9(08).
           05 ri-disposition           pic x(10).
           05 ri-error-desc            pic x(26).
           05 ri-card-no               pic x(16).
           05 ri-cashier-id            pic x(05).
           05 ri-store-date            pic x(10).
           05 ri-trans-time            pic x(06).
           05 filler                   pic x(11).
       01 store-image redefines ws-row-image.
           05 si-store-no              pic xx.
           05 si-store-name            pic x(20).
           05 si-active-flag           pic x.
           05 si-tax-rate              pic 9v9999.
           05 si-invoice-min           pic 9(06).
           05 si-invoice-max           pic 9(06).
           05 si-review-limit          pic 9(07)v99.
           05 filler                   pic x(81).
       01 sku-image redefines ws-row-image.
           05 ki-sku-code              pic x(15).
           05 ki-description           pic x(30).
           05 ki-dept-code             pic x(12).
           05 ki-active-flag           pic x.
           05 filler                   pic x(72).
       01 dept-image redefines ws-row-image.
           05 di-dept-code             pic x(12).
           05 di-dept-name             pic x(30).
           05 filler                   pic x(88).
       01 gift-card-image redefines ws-row-image.
           05 gi-card-no               pic x(16).
           05 gi-issue-store           pic xx.
           05 gi-issue-date            pic 9(08).
           05 gi-original-amount       pic 9(09)v99.
           05 gi-balance               pic s9(09)v99.
           05 gi-last-date             pic 9(08).
           05 gi-status                pic x.
           05 filler                   pic x(73).
       01 layaway-image redefines ws-row-image.
           05 li-invoice-no            pic x(09).
           05 li-store-no              pic xx.
           05 li-open-date             pic 9(08).
           05 li-plan-amount           pic 9(09)v99.
           05 li-paid-amount           pic 9(09)v99.
           05 li-last-pay-date         pic 9(08).
           05 li-status                pic x.
           05 filler                   pic x(80).

       01 ws-masked-card                pic x(16) value spaces.
       01 ws-extract-line               pic x(300) value spaces.
       01 ws-manifest-line              pic x(200) value spaces.

       01 edit-fields.
           05 ws-edit-amount           pic -(11)9.99.
           05 ws-edit-amount-2         pic -(11)9.99.
           05 ws-edit-rate             pic 9.9999.
           05 ws-edit-count            pic z(06)9.
           05 ws-edit-count-2          pic z(06)9.
           05 ws-edit-count-3          pic z(06)9.
           05 ws-edit-count-4          pic z(06)9.
           05 ws-edit-seq              pic z(04)9.
           05 ws-edit-hash             pic -(13)9.99.

       01 subject-counters.
           05 ws-subject-read          pic 9(07) value 0.
           05 ws-subject-inserts       pic 9(07) value 0.
           05 ws-subject-updates       pic 9(07) value 0.
           05 ws-subject-deletes       pic 9(07) value 0.
           05 ws-subject-sent          pic 9(07) value 0.
           05 ws-subject-image-rows    pic 9(07) value 0.
           05 ws-subject-hash          pic s9(11)v99 value 0.
           05 ws-from-hwm-date         pic 9(08) value 0.

       01 counters.
           05 ws-read-counter          pic 9(07) value 0.
           05 ws-sent-counter          pic 9(07) value 0.
           05 ws-failed-counter        pic 9(03) value 0.
           05 ws-manifest-files        pic 9(03) value 0.
           05 ws-manifest-hash         pic s9(11)v99 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-run-date          from date yyyymmdd.
           move ws-time                to ws-run-time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
           end-if.

           move "Warehouse Extract"    to ws-console-line.
           perform 910-put-console.

           perform 100-accept-mode.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           perform 110-load-control.

           open output manifest-file.
           move spaces                 to ws-manifest-line.
           move ws-run-seq             to ws-edit-seq.
           string "H|MANIFEST|"        delimited by size
                  ws-process-date      delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-seq)
                                       delimited by size
                  "|"                  delimited by size
                  ws-extract-mode      delimited by size
                  "|"                  delimited by size
                  ws-run-date          delimited by size
                  "|"                  delimited by size
                  ws-run-time          delimited by size
                  into ws-manifest-line
           end-string.
           write manifest-rec          from ws-manifest-line.
           move spaces                 to ws-manifest-line.
           string "C|SUBJECT|FILE|MODE|FROM-DATE|TO-DATE|ROWS|"
                                       delimited by size
                  "INSERTS|UPDATES|DELETES|HASH-TOTAL|HASH-FIELD|"
                                       delimited by size
                  "STATUS"             delimited by size
                  into ws-manifest-line
           end-string.
           write manifest-rec          from ws-manifest-line.

           perform 200-extract-subject
               varying ws-subject-sub from 1 by 1
                   until ws-subject-sub > 6.

           move spaces                 to ws-manifest-line.
           move ws-manifest-files      to ws-edit-count.
           move ws-sent-counter        to ws-edit-count-2.
           move ws-manifest-hash       to ws-edit-hash.
           string "T|MANIFEST|"        delimited by size
                  function trim (ws-edit-count)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-count-2)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-hash)
                                       delimited by size
                  into ws-manifest-line
           end-string.
           write manifest-rec          from ws-manifest-line.
           close manifest-file.

           perform 700-save-control.

           string "Source rows read   : " delimited by size
                  ws-read-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Rows extracted     : " delimited by size
                  ws-sent-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Subjects failed    : " delimited by size
                  ws-failed-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Warehouse Extract Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-failed-counter > 0
               move 8                  to return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
               read run-mode-file
                   at end
                       continue
                   not at end
                       if run-mode-rec = 'B'
                           move 'Y'    to ws-batch-flag
                       end-if
               end-read
               close run-mode-file
           end-if.

       042-load-process-date.
           accept ws-process-date      from date yyyymmdd.
           open input process-date-file.
           if ws-process-date-status = "00"
               read process-date-file
                   at end
                       continue
                   not at end
                       if pd-business-date is numeric and
                          pd-business-date > 0
                           move pd-business-date
                                       to ws-process-date
                           move 'Y'    to ws-date-override-flag
                       end-if
               end-read
               close process-date-file
           end-if.

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

       100-accept-mode.
           if not batch-mode
               display "Extract mode (F = full refresh, "
                       "blank = changes only): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:1) = 'F' or
              ws-script-line (1:1) = 'f'
               move 'Y'                to ws-refresh-flag
               move 'F'                to ws-extract-mode
               move "Full refresh requested."
                                       to ws-console-line
               perform 910-put-console
           end-if.

       110-load-control.
           perform varying ws-subject-sub from 1 by 1
                   until ws-subject-sub > 6
               move 0                  to ct-extract-seq
                                          (ws-subject-sub)
               move 0                  to ct-hwm-date (ws-subject-sub)
               move 0                  to ct-run-date (ws-subject-sub)
               move spaces             to ct-run-time (ws-subject-sub)
               move spaces             to ct-mode (ws-subject-sub)
               move 0                  to ct-image-rows (ws-subject-sub)
               move 0                  to ct-rows-sent (ws-subject-sub)
               move 0                  to ct-hash-total (ws-subject-sub)
           end-perform.
           open input control-file.
           if ws-control-status not = "00"
               move "No extract control on file - full refresh."
                                       to ws-console-line
               perform 910-put-console
           else
               read control-file
                   at end
                       move "10"       to ws-control-status
               end-read
               perform until ws-control-status not = "00"
                   perform varying ws-subject-sub from 1 by 1
                           until ws-subject-sub > 6
                       if dc-subject = sj-subject (ws-subject-sub)
                           move dc-extract-seq
                               to ct-extract-seq (ws-subject-sub)
                           move dc-hwm-date
                               to ct-hwm-date (ws-subject-sub)
                           move dc-run-date
                               to ct-run-date (ws-subject-sub)
                           move dc-run-time
                               to ct-run-time (ws-subject-sub)
                           move dc-mode
                               to ct-mode (ws-subject-sub)
                           move dc-image-rows
                               to ct-image-rows (ws-subject-sub)
                           move dc-rows-sent
                               to ct-rows-sent (ws-subject-sub)
                           move dc-hash-total
                               to ct-hash-total (ws-subject-sub)
                       end-if
                   end-perform
                   read control-file
                       at end
                           move "10"   to ws-control-status
                   end-read
               end-perform
               close control-file
           end-if.

           move 0                      to ws-run-seq.
           perform varying ws-subject-sub from 1 by 1
                   until ws-subject-sub > 6
               if ct-extract-seq (ws-subject-sub) > ws-run-seq
                   move ct-extract-seq (ws-subject-sub)
                                       to ws-run-seq
               end-if
           end-perform.
           add 1                       to ws-run-seq.

       200-extract-subject.
           move 0                      to ws-subject-read.
           move 0                      to ws-subject-inserts.
           move 0                      to ws-subject-updates.
           move 0                      to ws-subject-deletes.
           move 0                      to ws-subject-sent.
           move 0                      to ws-subject-image-rows.
           move 0                      to ws-subject-hash.
           move 0                      to ws-from-hwm-date.
           move 'Y'                    to ws-subject-ok-flag.
           move ws-refresh-flag        to ws-subject-full-flag.
           if ct-extract-seq (ws-subject-sub) = 0
               move 'Y'                to ws-subject-full-flag
           end-if.
           move 'F'                    to ws-subject-mode.
           if not subject-full
               move 'I'                to ws-subject-mode
               move ct-hwm-date (ws-subject-sub)
                                       to ws-from-hwm-date
           end-if.

           move spaces                 to ws-image-name.
           string "../../../data/"     delimited by size
                  function trim (sj-image-file (ws-subject-sub))
                                       delimited by size
                  into ws-image-name
           end-string.
           move spaces                 to ws-new-image-name.
           string "../../../data/"     delimited by size
                  function trim (sj-image-file (ws-subject-sub))
                                       delimited by size
                  ".new"               delimited by size
                  into ws-new-image-name
           end-string.
           move spaces                 to ws-extract-name.
           string "../../../data/"     delimited by size
                  function trim (sj-extract-file (ws-subject-sub))
                                       delimited by size
                  into ws-extract-name
           end-string.

           open output work-file.
           evaluate ws-subject-sub
               when 1
                   perform 310-load-trans
               when 2
                   perform 320-load-stores
               when 3
                   perform 330-load-skus
               when 4
                   perform 340-load-depts
               when 5
                   perform 350-load-gift-cards
               when 6
                   perform 360-load-layaways
           end-evaluate.
           close work-file.

           if subject-ok
               sort sort-work
                   on ascending key sk-key
                   using work-file
                   giving sorted-file
           end-if.

           open output extract-file.
           if ws-extract-status not = "00"
               move 'N'                to ws-subject-ok-flag
           else
               perform 210-write-extract-header
               if subject-ok
                   perform 400-compare-images
               end-if
               perform 220-write-extract-trailer
               close extract-file
           end-if.

           if subject-ok
               perform 600-replace-image
           end-if.

           if subject-ok
               add 1                   to ct-extract-seq
                                          (ws-subject-sub)
               move ws-process-date    to ct-hwm-date (ws-subject-sub)
               move ws-run-date        to ct-run-date (ws-subject-sub)
               move ws-run-time        to ct-run-time (ws-subject-sub)
               move ws-subject-mode    to ct-mode (ws-subject-sub)
               move ws-subject-image-rows
                                       to ct-image-rows
                                          (ws-subject-sub)
               move ws-subject-sent    to ct-rows-sent (ws-subject-sub)
               move ws-subject-hash    to ct-hash-total
                                          (ws-subject-sub)
           else
               add 1                   to ws-failed-counter
               move spaces             to ws-console-line
               string "Extract failed for "
                                       delimited by size
                      sj-subject (ws-subject-sub)
                                       delimited by space
                      " - changes held for the next run."
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

           add ws-subject-read         to ws-read-counter.
           add ws-subject-sent         to ws-sent-counter.
           perform 230-write-manifest-entry.


       210-write-extract-header.
           move spaces                 to ws-extract-line.
           move ws-run-seq             to ws-edit-seq.
           if subject-full
               move 0                  to ws-from-hwm-date
           end-if.
           string "H|"                 delimited by size
                  sj-subject (ws-subject-sub)
                                       delimited by space
                  "|"                  delimited by size
                  ws-process-date      delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-seq)
                                       delimited by size
                  "|"                  delimited by size
                  ws-subject-mode      delimited by size
                  "|"                  delimited by size
                  ws-from-hwm-date     delimited by size
                  "|"                  delimited by size
                  ws-process-date      delimited by size
                  "|"                  delimited by size
                  ws-run-date          delimited by size
                  "|"                  delimited by size
                  ws-run-time          delimited by size
                  into ws-extract-line
           end-string.
           write extract-rec           from ws-extract-line.

           move spaces                 to ws-extract-line.
           evaluate ws-subject-sub
               when 1
                   string "C|CHANGE|INVOICE|TRANS-CODE|AMOUNT|"
                                       delimited by size
                          "PAY-TYPE|STORE|SKU|TRANS-DATE|"
                                       delimited by size
                          "TRANS-TIME|DISPOSITION|ERROR-DESC|"
                                       delimited by size
                          "CARD-NO|CASHIER"
                                       delimited by size
                          into ws-extract-line
                   end-string
               when 2
                   string "C|CHANGE|STORE|STORE-NAME|ACTIVE|"
                                       delimited by size
                          "TAX-RATE|INVOICE-MIN|INVOICE-MAX|"
                                       delimited by size
                          "REVIEW-LIMIT"
                                       delimited by size
                          into ws-extract-line
                   end-string
               when 3
                   string "C|CHANGE|SKU|DESCRIPTION|DEPT|ACTIVE"
                                       delimited by size
                          into ws-extract-line
                   end-string
               when 4
                   string "C|CHANGE|DEPT|DEPT-NAME"
                                       delimited by size
                          into ws-extract-line
                   end-string
               when 5
                   string "C|CHANGE|CARD|ISSUE-STORE|ISSUE-DATE|"
                                       delimited by size
                          "ORIGINAL-AMOUNT|BALANCE|LAST-DATE|"
                                       delimited by size
                          "STATUS"     delimited by size
                          into ws-extract-line
                   end-string
               when 6
                   string "C|CHANGE|INVOICE|STORE|OPEN-DATE|"
                                       delimited by size
                          "PLAN-AMOUNT|PAID-AMOUNT|LAST-PAY-DATE|"
                                       delimited by size
                          "STATUS"     delimited by size
                          into ws-extract-line
                   end-string
           end-evaluate.
           write extract-rec           from ws-extract-line.

       220-write-extract-trailer.
           move spaces                 to ws-extract-line.
           move ws-subject-sent        to ws-edit-count.
           move ws-subject-hash        to ws-edit-hash.
           string "T|"                 delimited by size
                  sj-subject (ws-subject-sub)
                                       delimited by space
                  "|"                  delimited by size
                  function trim (ws-edit-count)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-hash)
                                       delimited by size
                  into ws-extract-line
           end-string.
           write extract-rec           from ws-extract-line.

       230-write-manifest-entry.
           add 1                       to ws-manifest-files.
           move "OK"                   to ws-subject-status-text.
           if not subject-ok
               move "FAILED"           to ws-subject-status-text
               move 0                  to ws-subject-sent
               move 0                  to ws-subject-inserts
               move 0                  to ws-subject-updates
               move 0                  to ws-subject-deletes
               move 0                  to ws-subject-hash
           end-if.
           add ws-subject-hash         to ws-manifest-hash.
           move spaces                 to ws-manifest-line.
           move ws-subject-sent        to ws-edit-count.
           move ws-subject-inserts     to ws-edit-count-2.
           move ws-subject-updates     to ws-edit-count-3.
           move ws-subject-deletes     to ws-edit-count-4.
           move ws-subject-hash        to ws-edit-hash.
           string "F|"                 delimited by size
                  sj-subject (ws-subject-sub)
                                       delimited by space
                  "|"                  delimited by size
                  sj-extract-file (ws-subject-sub)
                                       delimited by space
                  "|"                  delimited by size
                  ws-subject-mode      delimited by size
                  "|"                  delimited by size
                  ws-from-hwm-date     delimited by size
                  "|"                  delimited by size
                  ws-process-date      delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-count)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-count-2)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-count-3)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-count-4)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-hash)
                                       delimited by size
                  "|"                  delimited by size
                  sj-hash-field (ws-subject-sub)
                                       delimited by space
                  "|"                  delimited by size
                  ws-subject-status-text
                                       delimited by space
                  into ws-manifest-line
           end-string.
           write manifest-rec          from ws-manifest-line.

       300-open-failed.
           move 'N'                    to ws-subject-ok-flag.
           move spaces                 to ws-console-line.
           string sj-subject (ws-subject-sub)
                                       delimited by space
                  " source not available, status "
                                       delimited by size
                  ws-source-status     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       310-load-trans.
           move 'N'                    to ws-source-eof-flag.
           open input trans-register.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read trans-register next record
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               move spaces             to work-rec
               move tr-invoice-no      to wk-key
               move trans-register-rec to wk-image
               perform 390-write-current
               read trans-register next record
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close trans-register.

       320-load-stores.
           move 'N'                    to ws-source-eof-flag.
           open input store-master.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read store-master next record
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               move spaces             to work-rec
               move sm-store-no        to wk-key
               move store-master-rec   to wk-image
               perform 390-write-current
               read store-master next record
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close store-master.

       330-load-skus.
           move 'N'                    to ws-source-eof-flag.
           open input sku-master.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read sku-master
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               if km-sku-code not = spaces
                   move spaces         to work-rec
                   move km-sku-code    to wk-key
                   move sku-master-rec to wk-image
                   perform 390-write-current
               end-if
               read sku-master
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close sku-master.

       340-load-depts.
           move 'N'                    to ws-source-eof-flag.
           open input dept-master.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read dept-master
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               if dm-dept-code not = spaces
                   move spaces         to work-rec
                   move dm-dept-code   to wk-key
                   move dept-master-rec
                                       to wk-image
                   perform 390-write-current
               end-if
               read dept-master
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close dept-master.

       350-load-gift-cards.
           move 'N'                    to ws-source-eof-flag.
           open input gift-card-ledger.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read gift-card-ledger next record
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               move spaces             to work-rec
               move gc-card-no         to wk-key
               move gift-card-rec      to wk-image
               perform 390-write-current
               read gift-card-ledger next record
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close gift-card-ledger.

       360-load-layaways.
           move 'N'                    to ws-source-eof-flag.
           open input layaway-ledger.
           if ws-source-status not = "00"
               perform 300-open-failed
               exit paragraph
           end-if.
           read layaway-ledger next record
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               move spaces             to work-rec
               move ly-invoice-no      to wk-key
               move layaway-rec        to wk-image
               perform 390-write-current
               read layaway-ledger next record
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close layaway-ledger.

       390-write-current.
           add 1                       to ws-subject-read.
           write work-rec.

       400-compare-images.
           move 'N'                    to ws-prior-open-flag.
           move 'Y'                    to ws-prior-eof-flag.
           move high-values            to ws-prior-key.
           if not subject-full
               open input image-file
               if ws-image-status = "00"
                   move 'Y'            to ws-prior-open-flag
                   move 'N'            to ws-prior-eof-flag
                   perform 420-read-prior
               end-if
           end-if.

           open output new-image-file.
           open input sorted-file.
           move 'N'                    to ws-current-eof-flag.
           perform 410-read-current.

           perform until ws-current-eof-flag = 'Y' and
                         ws-prior-eof-flag = 'Y'
               evaluate true
                   when ws-current-key < ws-prior-key
                       move 'I'        to ws-change-code
                       move ws-current-image
                                       to ws-row-image
                       perform 500-write-row
                       perform 430-write-new-image
                       perform 410-read-current
                   when ws-current-key > ws-prior-key
                       move 'D'        to ws-change-code
                       move ws-prior-image
                                       to ws-row-image
                       perform 500-write-row
                       perform 420-read-prior
                   when other
                       if ws-current-image not = ws-prior-image
                           move 'U'    to ws-change-code
                           move ws-current-image
                                       to ws-row-image
                           perform 500-write-row
                       end-if
                       perform 430-write-new-image
                       perform 410-read-current
                       perform 420-read-prior
               end-evaluate
           end-perform.

           close sorted-file.
           close new-image-file.
           if ws-prior-open-flag = 'Y'
               close image-file
           end-if.

       410-read-current.
           read sorted-file
               at end
                   move 'Y'            to ws-current-eof-flag
                   move high-values    to ws-current-key
               not at end
                   move so-key         to ws-current-key
                   move so-image       to ws-current-image
           end-read.

       420-read-prior.
           if ws-prior-open-flag = 'Y'
               read image-file
                   at end
                       move 'Y'        to ws-prior-eof-flag
                       move high-values
                                       to ws-prior-key
                   not at end
                       move im-key     to ws-prior-key
                       move im-image   to ws-prior-image
               end-read
           end-if.

       430-write-new-image.
           move spaces                 to new-image-rec.
           move ws-current-key         to new-image-rec (1:20).
           move ws-current-image       to new-image-rec (21:130).
           write new-image-rec.
           add 1                       to ws-subject-image-rows.

       500-write-row.
           evaluate ws-change-code
               when 'I'
                   add 1               to ws-subject-inserts
               when 'U'
                   add 1               to ws-subject-updates
               when 'D'
                   add 1               to ws-subject-deletes
           end-evaluate.
           add 1                       to ws-subject-sent.

           move spaces                 to ws-extract-line.
           evaluate ws-subject-sub
               when 1
                   perform 510-format-trans
               when 2
                   perform 520-format-store
               when 3
                   perform 530-format-sku
               when 4
                   perform 540-format-dept
               when 5
                   perform 550-format-gift-card
               when 6
                   perform 560-format-layaway
           end-evaluate.
           write extract-rec           from ws-extract-line.

       510-format-trans.
           move spaces                 to ws-masked-card.
           if ri-card-no not = spaces
               move all "*"            to ws-masked-card (1:12)
               move ri-card-no (13:4)  to ws-masked-card (13:4)
           end-if.
           if ri-trans-amount is numeric
               add ri-trans-amount     to ws-subject-hash
               move ri-trans-amount    to ws-edit-amount
           else
               move 0                  to ws-edit-amount
           end-if.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  function trim (ri-invoice-no)
                                       delimited by size
                  "|"                  delimited by size
                  ri-trans-code        delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount)
                                       delimited by size
                  "|"                  delimited by size
                  ri-pay-type          delimited by size
                  "|"                  delimited by size
                  ri-store-no          delimited by size
                  "|"                  delimited by size
                  function trim (ri-sku-code)
                                       delimited by size
                  "|"                  delimited by size
                  ri-trans-date        delimited by size
                  "|"                  delimited by size
                  function trim (ri-trans-time)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ri-disposition)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ri-error-desc)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-masked-card)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ri-cashier-id)
                                       delimited by size
                  into ws-extract-line
           end-string.

       520-format-store.
           if si-review-limit is numeric
               add si-review-limit     to ws-subject-hash
               move si-review-limit    to ws-edit-amount
           else
               move 0                  to ws-edit-amount
           end-if.
           if si-tax-rate is numeric
               move si-tax-rate        to ws-edit-rate
           else
               move 0                  to ws-edit-rate
           end-if.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  si-store-no          delimited by size
                  "|"                  delimited by size
                  function trim (si-store-name)
                                       delimited by size
                  "|"                  delimited by size
                  si-active-flag       delimited by size
                  "|"                  delimited by size
                  ws-edit-rate         delimited by size
                  "|"                  delimited by size
                  si-invoice-min       delimited by size
                  "|"                  delimited by size
                  si-invoice-max       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount)
                                       delimited by size
                  into ws-extract-line
           end-string.

       530-format-sku.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  function trim (ki-sku-code)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ki-description)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ki-dept-code)
                                       delimited by size
                  "|"                  delimited by size
                  ki-active-flag       delimited by size
                  into ws-extract-line
           end-string.

       540-format-dept.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  function trim (di-dept-code)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (di-dept-name)
                                       delimited by size
                  into ws-extract-line
           end-string.

       550-format-gift-card.
           if gi-balance is numeric
               add gi-balance          to ws-subject-hash
               move gi-balance         to ws-edit-amount-2
           else
               move 0                  to ws-edit-amount-2
           end-if.
           if gi-original-amount is numeric
               move gi-original-amount to ws-edit-amount
           else
               move 0                  to ws-edit-amount
           end-if.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  function trim (gi-card-no)
                                       delimited by size
                  "|"                  delimited by size
                  gi-issue-store       delimited by size
                  "|"                  delimited by size
                  gi-issue-date        delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount-2)
                                       delimited by size
                  "|"                  delimited by size
                  gi-last-date         delimited by size
                  "|"                  delimited by size
                  gi-status            delimited by size
                  into ws-extract-line
           end-string.

       560-format-layaway.
           if li-paid-amount is numeric
               add li-paid-amount      to ws-subject-hash
               move li-paid-amount     to ws-edit-amount-2
           else
               move 0                  to ws-edit-amount-2
           end-if.
           if li-plan-amount is numeric
               move li-plan-amount     to ws-edit-amount
           else
               move 0                  to ws-edit-amount
           end-if.
           string "D|"                 delimited by size
                  ws-change-code       delimited by size
                  "|"                  delimited by size
                  function trim (li-invoice-no)
                                       delimited by size
                  "|"                  delimited by size
                  li-store-no          delimited by size
                  "|"                  delimited by size
                  li-open-date         delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount)
                                       delimited by size
                  "|"                  delimited by size
                  function trim (ws-edit-amount-2)
                                       delimited by size
                  "|"                  delimited by size
                  li-last-pay-date     delimited by size
                  "|"                  delimited by size
                  li-status            delimited by size
                  into ws-extract-line
           end-string.

       600-replace-image.
           open input new-image-file.
           if ws-new-image-status not = "00"
               move 'N'                to ws-subject-ok-flag
               exit paragraph
           end-if.
           open output image-file.
           if ws-image-status not = "00"
               close new-image-file
               move 'N'                to ws-subject-ok-flag
               exit paragraph
           end-if.
           move 'N'                    to ws-source-eof-flag.
           read new-image-file
               at end
                   move 'Y'            to ws-source-eof-flag
           end-read.
           perform until ws-source-eof-flag = 'Y'
               write image-rec         from new-image-rec
               read new-image-file
                   at end
                       move 'Y'        to ws-source-eof-flag
               end-read
           end-perform.
           close image-file.
           close new-image-file.

       700-save-control.
           open output control-file.
           perform varying ws-subject-sub from 1 by 1
                   until ws-subject-sub > 6
               if ct-extract-seq (ws-subject-sub) > 0
                   move sj-subject (ws-subject-sub)
                                       to dc-subject
                   move ct-extract-seq (ws-subject-sub)
                                       to dc-extract-seq
                   move ct-hwm-date (ws-subject-sub)
                                       to dc-hwm-date
                   move ct-run-date (ws-subject-sub)
                                       to dc-run-date
                   move ct-run-time (ws-subject-sub)
                                       to dc-run-time
                   move ct-mode (ws-subject-sub)
                                       to dc-mode
                   move ct-image-rows (ws-subject-sub)
                                       to dc-image-rows
                   move ct-rows-sent (ws-subject-sub)
                                       to dc-rows-sent
                   move ct-hash-total (ws-subject-sub)
                                       to dc-hash-total
                   write control-rec
               end-if
           end-perform.
           close control-file.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
               if ws-script-eof-flag = 'N'
                   read operator-input
                       at end
                           move 'Y'    to ws-script-eof-flag
                       not at end
                           move operator-input-rec
                                       to ws-script-line
                   end-read
               end-if
           else
               accept ws-script-line
           end-if.

       910-put-console.
           if batch-mode
               open extend console-log
               if ws-console-status = "35"
                   open output console-log
                   close console-log
                   open extend console-log
               end-if
               write console-rec       from ws-console-line
               close console-log
           else
               display ws-console-line
           end-if.
           move spaces                 to ws-console-line.

       900-write-audit-record.
           open extend audit-log.
           if ws-audit-status = "35"
               open output audit-log
               close audit-log
               open extend audit-log
           end-if.

           move "WarehouseExtract"         to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           move ws-sent-counter            to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program WarehouseExtract.
