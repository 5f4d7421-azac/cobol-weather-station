      *> master-journal-record - one line per change to a master
      *> file, appended to weather-master-journal.dat by jrnllog on
      *> behalf of locmaint and thrmaint (which compare the master
      *> they are about to write against the one it replaces) and
      *> siterkey (which renames a site in place). every line
      *> carries the run timestamp, which master, the program, the
      *> operator who ran it and the site-name; a threshold line
      *> also carries its row key, the alert type and season start.
      *>
      *> mj-change is ADDED or REMOVED for a whole site or
      *> threshold row, with the full master line in mj-after or
      *> mj-before and mj-field RECORD; CHANGED for one field of a
      *> row that is on both masters, with the field's before and
      *> after values; SUSPENDED or REACTIVATED in place of CHANGED
      *> when a site's active flag goes to or from 'I' (a site
      *> added already suspended gets a SUSPENDED line after its
      *> ADDED one); RENAMED when siterkey moves a site to a new
      *> name, field SITE-NAME. shared by every program that writes
      *> or reads the journal, so the layout lines up byte for
      *> byte.

       01  master-journal-record.
           03  mj-timestamp        pic x(14).
           03  filler              pic x(01).
           03  mj-master           pic x(10).
           03  filler              pic x(01).
           03  mj-program          pic x(12).
           03  filler              pic x(01).
           03  mj-operator         pic x(20).
           03  filler              pic x(01).
           03  mj-site-name        pic x(30).
           03  filler              pic x(01).
           03  mj-row-key          pic x(20).
           03  filler              pic x(01).
           03  mj-change           pic x(12).
           03  filler              pic x(01).
           03  mj-field            pic x(12).
           03  filler              pic x(01).
           03  mj-before           pic x(255).
           03  filler              pic x(01).
           03  mj-after            pic x(255).
