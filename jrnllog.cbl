       identification division.
       program-id. jrnllog.

      *> appends one master change (wthrjrnl layout) to the master
      *> change journal weather-master-journal.dat, in the style of
      *> auditlog. called by locmaint and thrmaint for every site
      *> or threshold row added, removed or changed between the
      *> old master and the new, and by siterkey when it renames a
      *> site on the masters, so what the masters said on any day
      *> can be put back together afterwards with jrnlrpt.
      *> jrl-written comes back 'Y' once the line is on file, 'N'
      *> when the journal could not be opened.

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
       01  journal-line                   pic x(649).

       working-storage section.

       copy wthrjrnl.

       01  journal-file-name              pic x(64)
                                          value
                                       './weather-master-journal.dat'.
       01  journal-file-status            pic x(2).

       linkage section.

       01  jrl-timestamp                  pic x(14).
       01  jrl-master                     pic x(10).
       01  jrl-program                    pic x(12).
       01  jrl-operator                   pic x(20).
       01  jrl-site-name                  pic x(30).
       01  jrl-row-key                    pic x(20).
       01  jrl-change                     pic x(12).
       01  jrl-field                      pic x(12).
       01  jrl-before                     pic x(255).
       01  jrl-after                      pic x(255).
       01  jrl-written                    pic x(1).

       procedure division using jrl-timestamp jrl-master jrl-program
                                 jrl-operator jrl-site-name
                                 jrl-row-key jrl-change jrl-field
                                 jrl-before jrl-after jrl-written.

       start-jrnllog.

           move 'N' to jrl-written.

           move spaces to master-journal-record.
           move jrl-timestamp  to mj-timestamp.
           move jrl-master     to mj-master.
           move jrl-program    to mj-program.
           move jrl-operator   to mj-operator.
           move jrl-site-name  to mj-site-name.
           move jrl-row-key    to mj-row-key.
           move jrl-change     to mj-change.
           move jrl-field      to mj-field.
           move jrl-before     to mj-before.
           move jrl-after      to mj-after.

           open extend journal-file.

           if journal-file-status = '05' or
              journal-file-status = '35'
               open output journal-file
           end-if.

           if journal-file-status = '00'
               write journal-line from master-journal-record
               close journal-file
               move 'Y' to jrl-written
           else
               display "WARNING: could not open "
                        function trim(journal-file-name)
                        " status " journal-file-status
                        " - " function trim(jrl-change) " "
                        function trim(jrl-site-name)
                        " not journalled"
           end-if.

           goback.

       end program jrnllog.
