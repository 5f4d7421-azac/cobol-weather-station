       identification division.
       program-id. jrnlrpt.

      *> master change journal inquiry, for the auditor. lists the
      *> lines locmaint, thrmaint and siterkey have written to
      *> weather-master-journal.dat for one site (or every site)
      *> between two dates - what changed on the LOCATIONS and
      *> THRESHOLDS masters, field by field with the before and
      *> after, when, by which program and on whose say-so. a site
      *> siterkey has renamed is followed under every name it has
      *> gone by - the journal is read once beforehand for the
      *> RENAMED lines, so asking after the old name or the new one
      *> turns up the lines written under either.
      *>
      *> it then puts the masters back together as they stood at
      *> the end of the to-date, by replaying every journal line up
      *> to then in order - each ADDED line lays down the whole
      *> row, each CHANGED, SUSPENDED or REACTIVATED line moves one
      *> field, a RENAMED line moves the rows to the new site-name
      *> and a REMOVED line takes the row away - and prints the
      *> site's master rows as they read that day. the first
      *> locmaint / thrmaint pass to keep the journal writes every
      *> row on the master as ADDED, so the replay starts from a
      *> complete master; a change it cannot place (a row it never
      *> saw added) is counted and reported rather than guessed at.
      *>
      *> interactive, like alertack: the site-name (blank for every
      *> site) and the from and to dates as yyyymmdd (blank from
      *> for the start of the journal, blank to for today) are
      *> asked for. return-code 8 on a date that will not read, 4
      *> when the replay met changes it could not place or ran out
      *> of room.

       environment division.

       input-output section.

       file-control.

           select journal-file
               assign to journal-file-name
               file status is journal-file-status
               organization is line sequential.

       data division.

       file section.

       fd  journal-file.
       copy wthrjrnl.

       working-storage section.

       01  journal-file-name              pic x(64)
                                          value
                                       './weather-master-journal.dat'.
       01  journal-file-status            pic x(2).

       01  more-journal                   pic x(1) value 'Y'.

       01  current-timestamp              pic x(21).

       01  inquiry-site                   pic x(30).
       01  inquiry-from                   pic x(20).
       01  inquiry-to                     pic x(20).
       01  input-length                   pic 9(4) comp.
       01  input-ok-flag                  pic x(1) value 'Y'.

       01  window-from                    pic x(8).
       01  window-to                      pic x(8).

       01  journal-date                   pic x(8).
       01  site-match-flag                pic x(1).

      *> the inquiry site-name and every name linked to it by a
      *> RENAMED line, in either direction and through any chain
      *> of renames.
       01  max-site-names                 pic 9(4) value 20.
       01  site-name-count                pic 9(4) comp value 0.
       01  name-scan-index                pic 9(4) comp.
       01  name-found-flag                pic x(1).
       01  names-added-flag               pic x(1).
       01  names-full-flag                pic x(1) value 'N'.
       01  name-to-test                   pic x(30).
       01  before-known-flag              pic x(1).
       01  after-known-flag               pic x(1).

       01  site-name-table.
           03  linked-site-name occurs 20 times
                                          pic x(30).

       01  lines-read-count               pic 9(6) comp value 0.
       01  lines-listed-count             pic 9(6) comp value 0.
       01  unplaced-count                 pic 9(6) comp value 0.

      *> the masters as the replay has them so far - one row per
      *> site on LOCATIONS and per site/type/season-start on
      *> THRESHOLDS, each held as its csv fields in master order.
       01  max-replay-rows                pic 9(4) value 400.
       01  replay-row-count               pic 9(4) comp value 0.
       01  replay-scan-index              pic 9(4) comp.
       01  replay-found-flag              pic x(1).
       01  replay-full-flag               pic x(1) value 'N'.

       01  replay-table.
           03  replay-row occurs 400 times.
               05  rr-master             pic x(10).
               05  rr-site-name          pic x(30).
               05  rr-row-key            pic x(20).
               05  rr-present-flag       pic x(1).
               05  rr-field occurs 10 times
                                          pic x(100).

       01  field-index                    pic 9(4) comp.
       01  field-position                 pic 9(4) comp.
       01  replay-key-site                pic x(30).

       01  rebuilt-line                   pic x(255).
       01  rebuilt-pointer                pic 9(4) comp.
       01  line-length                    pic 9(4) comp.
       01  rows-printed-count             pic 9(4) comp value 0.

       01  jrnlrpt-return-value           pic 9(8) comp value zeroes.

       procedure division.


       run-jrnlrpt.

           display "=== master change journal inquiry ===".

           move function current-date to current-timestamp.

           perform take-journal-request.

           if input-ok-flag = 'N'
               move 8 to jrnlrpt-return-value
               move jrnlrpt-return-value to return-code
               goback
           end-if.

           if inquiry-site not = spaces
               perform gather-linked-names
           end-if.

           move 'Y' to more-journal.

           open input journal-file.

           if journal-file-status <> '00'
               display "no master change journal on file (status "
                        journal-file-status
                        ") - nothing has been journalled yet"
           else
               perform read-one-journal-line
                   until more-journal = 'N'
               close journal-file
           end-if.

           display " ".
           display "journal lines listed: " lines-listed-count
                   " of " lines-read-count.

           perform print-masters-as-at.

           if unplaced-count > 0
               display "WARNING: " unplaced-count
                       " change(s) up to " window-to
                       " name a row the journal never saw added - "
                       "the rows above may not be complete"
               move 4 to jrnlrpt-return-value
           end-if.

           if names-full-flag = 'Y'
               display "WARNING: more than " max-site-names
                       " names linked by renames - lines under the "
                       "rest are not listed"
               move 4 to jrnlrpt-return-value
           end-if.

           if replay-full-flag = 'Y'
               display "WARNING: more than " max-replay-rows
                       " master rows in the journal - the rows "
                       "above are not complete"
               move 4 to jrnlrpt-return-value
           end-if.

           move jrnlrpt-return-value to return-code.

           goback.


       take-journal-request.

           move 'Y' to input-ok-flag.

           display "site-name (blank for every site):".
           move spaces to inquiry-site.
           accept inquiry-site.

           display "from (yyyymmdd, blank for the start):".
           move spaces to inquiry-from.
           accept inquiry-from.

           display "to (yyyymmdd, blank for today):".
           move spaces to inquiry-to.
           accept inquiry-to.

           if inquiry-from = spaces
               move "00000000" to window-from
           else
               move function length(function trim(inquiry-from))
                 to input-length
               if input-length = 8
                  and function test-numval(inquiry-from) = 0
                   move inquiry-from(1:8) to window-from
               else
                   display "from must be yyyymmdd: "
                           function trim(inquiry-from)
                   move 'N' to input-ok-flag
               end-if
           end-if.

           if inquiry-to = spaces
               move current-timestamp(1:8) to window-to
           else
               move function length(function trim(inquiry-to))
                 to input-length
               if input-length = 8
                  and function test-numval(inquiry-to) = 0
                   move inquiry-to(1:8) to window-to
               else
                   display "to must be yyyymmdd: "
                           function trim(inquiry-to)
                   move 'N' to input-ok-flag
               end-if
           end-if.

           if input-ok-flag = 'Y'
              and window-from > window-to
               display "the from date is after the to date"
               move 'N' to input-ok-flag
           end-if.

           if input-ok-flag = 'Y'
               if inquiry-site = spaces
                   display "every site from " window-from
                           " to " window-to
               else
                   display "site " function trim(inquiry-site)
                           " from " window-from " to " window-to
               end-if
           end-if.


      *> one pass over the journal can meet the rename of a name
      *> before the rename that linked it to the inquiry, so the
      *> passes go on until one adds nothing.
       gather-linked-names.

           move 1 to site-name-count.
           move inquiry-site to linked-site-name(1).

           move 'Y' to names-added-flag.
           perform gather-one-pass until names-added-flag = 'N'.

           if site-name-count > 1
               display "followed through renames under:"
               perform print-one-linked-name
                   varying name-scan-index from 1 by 1
                   until name-scan-index > site-name-count
           end-if.


       gather-one-pass.

           move 'N' to names-added-flag.
           move 'Y' to more-journal.

           open input journal-file.

           if journal-file-status = '00'
               perform gather-one-journal-line
                   until more-journal = 'N'
               close journal-file
           end-if.


       gather-one-journal-line.

           read journal-file
               at end
                   move 'N' to more-journal
               not at end
                   if mj-change = "RENAMED"
                       perform link-renamed-names
                   end-if
           end-read.


       link-renamed-names.

           move mj-before(1:30) to name-to-test.
           perform check-linked-name.
           move name-found-flag to before-known-flag.

           move mj-after(1:30) to name-to-test.
           perform check-linked-name.
           move name-found-flag to after-known-flag.

           if before-known-flag = 'Y' and after-known-flag = 'N'
               move mj-after(1:30) to name-to-test
               perform add-linked-name
           end-if.

           if before-known-flag = 'N' and after-known-flag = 'Y'
               move mj-before(1:30) to name-to-test
               perform add-linked-name
           end-if.


       add-linked-name.

           if site-name-count < max-site-names
               add 1 to site-name-count
               move name-to-test to linked-site-name(site-name-count)
               move 'Y' to names-added-flag
           else
               move 'Y' to names-full-flag
           end-if.


       check-linked-name.

           move 'N' to name-found-flag.
           move 0   to name-scan-index.
           perform scan-linked-names
               until name-found-flag = 'Y'
                  or name-scan-index >= site-name-count.


       scan-linked-names.

           add 1 to name-scan-index.

           if linked-site-name(name-scan-index) = name-to-test
               move 'Y' to name-found-flag
           end-if.


       print-one-linked-name.

           display "  "
                   function trim(linked-site-name(name-scan-index)).


      *> the journal is appended in time order, so reading it
      *> front to back both lists and replays it in order; nothing
      *> after the to-date is wanted for either.
       read-one-journal-line.

           read journal-file
               at end
                   move 'N' to more-journal
               not at end
                   add 1 to lines-read-count
                   move mj-timestamp(1:8) to journal-date
                   if journal-date > window-to
                       move 'N' to more-journal
                   else
                       perform replay-one-journal-line
                       if journal-date >= window-from
                           perform list-one-journal-line
                       end-if
                   end-if
           end-read.


       list-one-journal-line.

           move 'N' to site-match-flag.

           if inquiry-site = spaces
               move 'Y' to site-match-flag
           else
               move mj-site-name to name-to-test
               perform check-linked-name
               move name-found-flag to site-match-flag
               if site-match-flag = 'N'
                  and mj-change = "RENAMED"
                   move mj-before(1:30) to name-to-test
                   perform check-linked-name
                   move name-found-flag to site-match-flag
               end-if
           end-if.

           if site-match-flag = 'Y'
               add 1 to lines-listed-count
               display " "
               display mj-timestamp(1:4) "-" mj-timestamp(5:2) "-"
                       mj-timestamp(7:2) " " mj-timestamp(9:2) ":"
                       mj-timestamp(11:2) ":" mj-timestamp(13:2)
                       "  " mj-master
                       "  " function trim(mj-site-name)
                       "  " function trim(mj-row-key)
               display "    " function trim(mj-change)
                       " " function trim(mj-field)
                       "  by " function trim(mj-operator)
                       " (" function trim(mj-program) ")"
               if mj-before not = spaces
                   display "      before: " function trim(mj-before)
               end-if
               if mj-after not = spaces
                   display "      after:  " function trim(mj-after)
               end-if
           end-if.


       replay-one-journal-line.

           move mj-site-name to replay-key-site.

           if mj-change = "RENAMED"
               move mj-before(1:30) to replay-key-site
           end-if.

           perform find-replay-row.

           evaluate mj-change

               when "ADDED"
                   if replay-found-flag = 'N'
                       perform add-replay-row
                   end-if
                   if replay-found-flag = 'Y'
                       perform lay-down-replay-row
                   end-if

               when "REMOVED"
                   if replay-found-flag = 'Y'
                       move 'N' to rr-present-flag(replay-scan-index)
                   else
                       add 1 to unplaced-count
                   end-if

               when "RENAMED"
                   if replay-found-flag = 'Y'
                       move mj-after(1:30)
                         to rr-site-name(replay-scan-index)
                       move mj-after(1:30)
                         to rr-field(replay-scan-index 1)
                   else
                       add 1 to unplaced-count
                   end-if

               when other
                   perform resolve-field-position
                   if replay-found-flag = 'Y'
                      and field-position > 0
                       move mj-after
                         to rr-field(replay-scan-index field-position)
                   else
                       add 1 to unplaced-count
                   end-if

           end-evaluate.


      *> only a row still on the master is found - a site removed
      *> and later added back starts a fresh row.
       find-replay-row.

           move 'N' to replay-found-flag.
           move 0   to replay-scan-index.
           perform scan-replay-rows
               until replay-found-flag = 'Y'
                  or replay-scan-index >= replay-row-count.


       scan-replay-rows.

           add 1 to replay-scan-index.

           if rr-present-flag(replay-scan-index) = 'Y'
              and rr-master(replay-scan-index) = mj-master
              and rr-site-name(replay-scan-index) = replay-key-site
              and rr-row-key(replay-scan-index) = mj-row-key
               move 'Y' to replay-found-flag
           end-if.


       add-replay-row.

           if replay-row-count < max-replay-rows
               add 1 to replay-row-count
               move replay-row-count to replay-scan-index
               move mj-master    to rr-master(replay-scan-index)
               move mj-site-name to rr-site-name(replay-scan-index)
               move mj-row-key   to rr-row-key(replay-scan-index)
               move 'Y' to rr-present-flag(replay-scan-index)
               move 'Y' to replay-found-flag
           else
               move 'Y' to replay-full-flag
           end-if.


       lay-down-replay-row.

           move 'Y' to rr-present-flag(replay-scan-index).

           perform clear-one-replay-field
               varying field-index from 1 by 1
               until field-index > 10.

           unstring mj-after delimited by ',' into
                    rr-field(replay-scan-index 1)
                    rr-field(replay-scan-index 2)
                    rr-field(replay-scan-index 3)
                    rr-field(replay-scan-index 4)
                    rr-field(replay-scan-index 5)
                    rr-field(replay-scan-index 6)
                    rr-field(replay-scan-index 7)
                    rr-field(replay-scan-index 8)
                    rr-field(replay-scan-index 9)
                    rr-field(replay-scan-index 10).


       clear-one-replay-field.

           move spaces to rr-field(replay-scan-index field-index).


      *> the csv column each journalled field sits in on its
      *> master, as sitecols and thrcols lay them out.
       resolve-field-position.

           move 0 to field-position.

           if mj-master = "LOCATIONS"
               evaluate mj-field
                   when "CITY"
                       move 2 to field-position
                   when "REGION"
                       move 3 to field-position
                   when "TEMP-UNIT"
                       move 4 to field-position
                   when "SPEED-UNIT"
                       move 5 to field-position
                   when "ACTIVE-FLAG"
                       move 6 to field-position
                   when "BASE-TEMP"
                       move 7 to field-position
                   when "UTC-OFFSET"
                       move 8 to field-position
                   when "POLL-MINS"
                       move 9 to field-position
                   when "STORM-MINS"
                       move 10 to field-position
                   when other
                       continue
               end-evaluate
           else
               evaluate mj-field
                   when "END-MMDD"
                       move 4 to field-position
                   when "VALUE"
                       move 5 to field-position
                   when other
                       continue
               end-evaluate
           end-if.


       print-masters-as-at.

           display " ".

           if inquiry-site = spaces
               display "--- the masters as they stood at the end of "
                       window-to " ---"
           else
               display "--- " function trim(inquiry-site)
                       " on the masters as they stood at the end of "
                       window-to " ---"
           end-if.

           perform print-one-replay-row
               varying replay-scan-index from 1 by 1
               until replay-scan-index > replay-row-count.

           if rows-printed-count = 0
               display "  no rows on either master"
           end-if.


       print-one-replay-row.

           move 'Y' to name-found-flag.

           if inquiry-site not = spaces
               move rr-site-name(replay-scan-index) to name-to-test
               perform check-linked-name
           end-if.

           if rr-present-flag(replay-scan-index) = 'Y'
              and name-found-flag = 'Y'
               add 1 to rows-printed-count
               perform rebuild-replay-line
               display "  " rr-master(replay-scan-index) "  "
                       function trim(rebuilt-line)
           end-if.


      *> put back together the way locmaint and thrmaint write the
      *> line, with no empty columns left hanging off the end.
       rebuild-replay-line.

           move spaces to rebuilt-line.
           move 1 to rebuilt-pointer.

           perform append-one-replay-field
               varying field-index from 1 by 1
               until field-index > 10.

           move function length(function trim(rebuilt-line
                                               trailing))
             to line-length.

           perform drop-one-trailing-comma
               until line-length < 2
                  or rebuilt-line(line-length:1) not = ','.


       append-one-replay-field.

           if field-index > 1
               string "," delimited by size
                   into rebuilt-line with pointer rebuilt-pointer
           end-if.

           if rr-field(replay-scan-index field-index) not = spaces
               string function trim(rr-field(replay-scan-index
                                             field-index))
                          delimited by size
                   into rebuilt-line with pointer rebuilt-pointer
           end-if.


       drop-one-trailing-comma.

           move space to rebuilt-line(line-length:1).
           subtract 1 from line-length.


       end program jrnlrpt.
