                           organization is line sequential.
                     select optional guest-master
                           assign to "guestmst.dat"
                           organization is indexed
                           access mode is dynamic
                           record key is gm-guest-id.
                     select guest-master-prior
                           assign to "guestmstPrv.dat"
                           organization is line sequential.
                     select optional room-posting
                           assign to "roomPost.dat"
                           organization is line sequential.
                     select room-posting-new
                           assign to "roomPostNew.dat"
                           organization is line sequential.
                     select room-posting-prior
                           assign to "roomPostPrv.dat"
                           organization is line sequential.
                     select optional cycle-control-file
                           assign to "cycCtl.dat"
                           organization is line sequential.
       fd carry-forward-prior.
       01 carry-forward-prior-record pic X(80).
       fd guest-master.
       01 guest-master-record.
           05 gm-guest-id       pic X(6).
           05 gm-rest           pic X(69).
       fd guest-master-prior.
       01 guest-master-prior-record pic X(80).
       fd room-posting.
       01 room-posting-record       pic X(80).
       fd room-posting-new.
       01 room-posting-new-record   pic X(80).
       fd room-posting-prior.
       01 room-posting-prior-record pic X(80).
       fd cycle-control-file.
       01 cycle-control-record.
           05 cy-generation    pic 9(4).
           05 cf-out-count      pic 9(6) value zeros.
       01  gm-counts.
           05 gm-old-count      pic 9(6) value zeros.
           05 gm-backup-count   pic 9(6) value zeros.
           05 gm-out-count      pic 9(6) value zeros.
           05 gm-reject-count   pic 9(6) value zeros.
       01  rp-counts.
           05 rp-old-count      pic 9(6) value zeros.
           05 rp-new-count      pic 9(6) value zeros.
           05 rp-backup-count   pic 9(6) value zeros.
           05 rp-out-count      pic 9(6) value zeros.
       01  cycle-option-in      pic X(8) value spaces.
       01  print-cycle-header.
           05                  pic X(20) value spaces.
           05 CH-title         pic X(30) value
           05 CV-text          pic X(50).
       procedure division.
       100-main-module.
           accept cycle-option-in from command-line
           open output cycle-listing
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept today-date from date yyyymmdd
           end-if
           perform 300-cycle-header-module
           if cycle-option-in = "RESTORE"
               perform 620-restore-guest-master-module
               perform 900-cycle-verdict-module
               close cycle-listing
               stop run
           end-if
           perform 150-load-cycle-control-module
           if run-control-found = "Y"
               and saved-run-status not = "C"
               perform 400-cycle-folio-history-module
               perform 500-cycle-carry-forward-module
               perform 600-cycle-guest-master-module
               perform 650-cycle-room-posting-module
           end-if
           if cycle-error-flag not = "Y"
               perform 700-update-cycle-control-module
           move spaces to cycle-line
           write cycle-line from print-file-line
           move "yes" to are-there-more-records
           open input guest-master
           open output guest-master-prior
           perform until are-there-more-records = "no "
               read guest-master next record
                   at end
                       move "no " to are-there-more-records
                   not at end
           end-perform
           close guest-master
                   guest-master-prior
           if gm-backup-count not = gm-old-count
               move "Y" to cycle-error-flag
               move "BACKUP COUNT MISMATCH - RESTORE NOT POSSIBLE"
                   to CS-text
               move spaces to cycle-line
               write cycle-line from print-cycle-status-line
           end-if
           move "MASTER RECORDS ON FILE   " to CC-label
           move gm-old-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move "BACKUP RECORDS WRITTEN   " to CC-label
           move gm-backup-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move spaces to cycle-line
           write cycle-line.
       620-restore-guest-master-module.
           move "guestmst.dat    " to FL-name-out
           move spaces to cycle-line
           write cycle-line from print-file-line
           move "yes" to are-there-more-records
           open input guest-master-prior
           perform until are-there-more-records = "no "
               read guest-master-prior
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to gm-backup-count
               end-read
           end-perform
           close guest-master-prior
           if gm-backup-count = 0
               move "Y" to cycle-error-flag
               move "PRIOR GENERATION EMPTY - MASTER NOT RESTORED"
                   to CS-text
               move spaces to cycle-line
               write cycle-line from print-cycle-status-line
           else
               move "yes" to are-there-more-records
               open input guest-master-prior
               open output guest-master
               perform until are-there-more-records = "no "
                   read guest-master-prior
                       at end
                           move "no " to are-there-more-records
                       not at end
                           move guest-master-prior-record
                               to guest-master-record
                           write guest-master-record
                               invalid key
                                   add 1 to gm-reject-count
                               not invalid key
                                   add 1 to gm-out-count
                           end-write
                   end-read
               end-perform
               close guest-master-prior
                       guest-master
               if gm-out-count + gm-reject-count
                       not = gm-backup-count
                   move "Y" to cycle-error-flag
                   move "RESTORE COUNT MISMATCH - DO NOT USE MASTER"
                       to CS-text
                   move spaces to cycle-line
                   write cycle-line from print-cycle-status-line
               end-if
           end-if
           if gm-reject-count > 0
               move "DUPLICATE GUEST IDS DROPPED ON RESTORE"
                   to CS-text
               move spaces to cycle-line
               write cycle-line from print-cycle-status-line
           end-if
           move "BACKUP RECORDS READ      " to CC-label
           move gm-backup-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move "DUPLICATE KEYS REJECTED  " to CC-label
           move gm-reject-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move "RECORDS AFTER RESTORE    " to CC-label
           move gm-out-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move spaces to cycle-line
           write cycle-line.
       650-cycle-room-posting-module.
           move "roomPost.dat    " to FL-name-out
           move spaces to cycle-line
           write cycle-line from print-file-line
           move "yes" to are-there-more-records
           open input room-posting-new
           perform until are-there-more-records = "no "
               read room-posting-new
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to rp-new-count
               end-read
           end-perform
           close room-posting-new
           move "yes" to are-there-more-records
           open input room-posting
           open output room-posting-prior
           perform until are-there-more-records = "no "
               read room-posting
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to rp-old-count
                       write room-posting-prior-record
                           from room-posting-record
                       add 1 to rp-backup-count
               end-read
           end-perform
           close room-posting
                   room-posting-prior
           if rp-backup-count not = rp-old-count
               move "Y" to cycle-error-flag
               move "BACKUP COUNT MISMATCH - FILE NOT CYCLED"
                   to CS-text
               move spaces to cycle-line
               write cycle-line from print-cycle-status-line
           else
               move "yes" to are-there-more-records
               open output room-posting
               open input room-posting-new
               perform until are-there-more-records = "no "
                   read room-posting-new
                       at end
                           move "no " to are-there-more-records
                       not at end
                           write room-posting-record
                               from room-posting-new-record
                           add 1 to rp-out-count
                   end-read
               end-perform
               close room-posting
                       room-posting-new
               if rp-out-count not = rp-new-count
                   move "Y" to cycle-error-flag
                   move "REPLACE COUNT MISMATCH - RESTORE FROM PRIOR"
                       to CS-text
                   move spaces to cycle-line
                   write cycle-line from print-cycle-status-line
               end-if
           end-if
           move "PRIOR RECORDS BACKED UP  " to CC-label
           move rp-backup-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move "NEW RECORDS              " to CC-label
           move rp-new-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move "RECORDS AFTER CYCLE      " to CC-label
           move rp-out-count to CC-count-out
           move spaces to cycle-line
           write cycle-line from print-cycle-count-line
           move spaces to cycle-line
