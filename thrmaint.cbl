      *> fields over - then written normalised to
      *> THRESHOLDS.MASTER for thrlkup to read, or to
      *> THRESHOLDS.REJ with the reason it was thrown out.
      *>
      *> before the master is replaced, the one already on file is
      *> read into a table and every threshold row the new master
      *> adds, drops or changes is written to the master change
      *> journal (weather-master-journal.dat, through jrnllog), as
      *> locmaint does for the sites. a row is known by its site,
      *> alert type and season start, so a changed season end or
      *> value is journalled as CHANGED with its before and after,
      *> while a moved season start shows as the old row removed
      *> and the new one added. each line carries the run timestamp
      *> and the name of the operator, asked for up front; no name,
      *> and the master is left as it is.

       environment division.


       01  more-thresholds                pic x(1) value 'Y'.
       01  more-locations                 pic x(1) value 'Y'.
       01  more-previous                  pic x(1) value 'Y'.

       01  records-read-count             pic 9(4) comp value 0.
       01  records-accepted-count         pic 9(4) comp value 0.
               05  sr-alert-type         pic x(12).
               05  sr-start-mmdd         pic x(4).

      *> the master as it stood before this run, for the change
      *> journal. pr-matched-flag goes to 'Y' when the new master
      *> has the row too; the ones left 'N' were removed.
       01  max-previous-rows              pic 9(4) value 200.
       01  previous-row-count             pic 9(4) comp value 0.
       01  previous-scan-index            pic 9(4) comp.
       01  previous-found-flag            pic x(1).
       01  previous-full-flag             pic x(1) value 'N'.

       01  previous-row-table.
           03  previous-row-entry occurs 200 times.
               05  pr-site-name          pic x(30).
               05  pr-alert-type         pic x(12).
               05  pr-start-mmdd         pic x(4).
               05  pr-end-mmdd           pic x(4).
               05  pr-value              pic x(8).
               05  pr-master-line        pic x(255).
               05  pr-matched-flag       pic x(1).

       01  current-timestamp              pic x(21).
       01  operator-name                  pic x(20).

      *> the line as written to the new master, kept for the
      *> journal once the record area has gone with the write.
       01  master-line                    pic x(255).

       01  journal-timestamp              pic x(14).
       01  journal-master                 pic x(10) value "THRESHOLDS".
       01  journal-program                pic x(12) value "thrmaint".
       01  journal-site-name              pic x(30).
       01  journal-row-key                pic x(20).
       01  journal-change                 pic x(12).
       01  journal-field                  pic x(12).
       01  journal-before                 pic x(255).
       01  journal-after                  pic x(255).
       01  journal-written-flag           pic x(1).

       01  journal-line-count             pic 9(4) comp value 0.
       01  journal-failed-count           pic 9(4) comp value 0.

       01  thrmaint-return-value          pic 9(8) comp value zeroes.
       01  no-location                    pic x(255) value spaces.


           display "=== alert threshold maintenance ===".

           display "your name (for the master change journal):".
           move spaces to operator-name.
           accept operator-name.

           if operator-name = spaces
               display "no name given - THRESHOLDS.MASTER left as it "
                        "is"
               move 8 to return-code
               goback
           end-if.

           move function current-date to current-timestamp.
           move current-timestamp(1:14) to journal-timestamp.

           perform load-known-sites.

           perform load-previous-master.

           if previous-full-flag = 'Y'
               display "more than " max-previous-rows
                        " rows on the previous master - too many to "
                        "journal, THRESHOLDS.MASTER left as it is"
               move 8 to return-code
               goback
           end-if.

           open input thresholds-file

           call 'checkfilestatus' using thresholds-file-name
           close master-file
           close reject-file

           perform journal-one-removed-row
               varying previous-scan-index from 1 by 1
               until previous-scan-index > previous-row-count.

           display "records read:     " records-read-count.
           display "records accepted: " records-accepted-count.
           display "records rejected: " records-rejected-count.
           display "journal lines:    " journal-line-count.

           if records-rejected-count > 0
               move 4 to thrmaint-return-value
           end-if.

           if journal-failed-count > 0
               display "WARNING: " journal-failed-count
                        " change(s) could not be journalled"
               if thrmaint-return-value = 0
                   move 4 to thrmaint-return-value
               end-if
           end-if.

           move thrmaint-return-value to return-code.

           goback.
           end-read.


      *> a first run has no master yet - every row it writes is
      *> journalled as added.
       load-previous-master.

           open input master-file.

           if master-file-status = '35'
               display "no previous THRESHOLDS.MASTER - every row "
                        "is journalled as added"
           else
               call 'checkfilestatus' using master-file-name
                                             master-file-status
                                             no-location
                                             thrmaint-return-value
               perform load-one-previous-row
                   until more-previous = 'N'
               close master-file
           end-if.


       load-one-previous-row.

           read master-file
               at end
                   move 'N' to more-previous
               not at end
                   if master-record not = spaces
                       perform add-previous-row
                   end-if
           end-read.


       add-previous-row.

           if previous-row-count < max-previous-rows
               add 1 to previous-row-count
               move spaces to threshold-columns
               unstring master-record delimited by ',' into
                        thr-site-name
                        thr-alert-type
                        thr-start-mmdd
                        thr-end-mmdd
                        thr-value
               move thr-site-name
                 to pr-site-name(previous-row-count)
               move thr-alert-type
                 to pr-alert-type(previous-row-count)
               move thr-start-mmdd
                 to pr-start-mmdd(previous-row-count)
               move thr-end-mmdd
                 to pr-end-mmdd(previous-row-count)
               move thr-value
                 to pr-value(previous-row-count)
               move master-record
                 to pr-master-line(previous-row-count)
               move 'N' to pr-matched-flag(previous-row-count)
           else
               move 'Y' to previous-full-flag
               move 'N' to more-previous
           end-if.


       validate-one-record.

           read thresholds-file

       write-master-record.

           move spaces to master-line.

           move
               function concatenate(
                           thr-end-mmdd;
                           ",";
                           function trim(thr-value))
               to master-line

           write master-record from master-line.

           add 1 to records-accepted-count.

           perform journal-row-against-previous.


       journal-row-against-previous.

           move thr-site-name to journal-site-name.
           move spaces to journal-row-key.
           string function trim(thr-alert-type) delimited by size
                  " " delimited by size
                  thr-start-mmdd delimited by size
               into journal-row-key.

           move 'N' to previous-found-flag.
           move 0   to previous-scan-index.
           perform scan-previous-rows
               until previous-found-flag = 'Y'
                  or previous-scan-index >= previous-row-count.

           if previous-found-flag = 'N'
               move "ADDED"       to journal-change
               move "RECORD"      to journal-field
               move spaces        to journal-before
               move master-line   to journal-after
               perform write-journal-line
           else
               move 'Y' to pr-matched-flag(previous-scan-index)

               move "END-MMDD" to journal-field
               move pr-end-mmdd(previous-scan-index) to journal-before
               move thr-end-mmdd to journal-after
               perform journal-one-field

               move "VALUE" to journal-field
               move function trim(pr-value(previous-scan-index))
                 to journal-before
               move function trim(thr-value) to journal-after
               perform journal-one-field
           end-if.


       scan-previous-rows.

           add 1 to previous-scan-index.

           if pr-site-name(previous-scan-index) = thr-site-name
              and pr-alert-type(previous-scan-index) = thr-alert-type
              and pr-start-mmdd(previous-scan-index) = thr-start-mmdd
               move 'Y' to previous-found-flag
           end-if.


       journal-one-field.

           if journal-before not = journal-after
               move "CHANGED" to journal-change
               perform write-journal-line
           end-if.


       journal-one-removed-row.

           if pr-matched-flag(previous-scan-index) = 'N'
               move pr-site-name(previous-scan-index)
                 to journal-site-name
               move spaces to journal-row-key
               string function trim(pr-alert-type(previous-scan-index))
                          delimited by size
                      " " delimited by size
                      pr-start-mmdd(previous-scan-index)
                          delimited by size
                   into journal-row-key
               move "REMOVED" to journal-change
               move "RECORD"  to journal-field
               move pr-master-line(previous-scan-index)
                 to journal-before
               move spaces    to journal-after
               perform write-journal-line
           end-if.


       write-journal-line.

           call 'jrnllog' using journal-timestamp journal-master
                                 journal-program operator-name
                                 journal-site-name journal-row-key
                                 journal-change journal-field
                                 journal-before journal-after
                                 journal-written-flag.

           if journal-written-flag = 'Y'
               add 1 to journal-line-count
           else
               add 1 to journal-failed-count
           end-if.


       write-reject-record.

