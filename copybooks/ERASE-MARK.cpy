      *> ERASE-MARK
      *> The marker the privacy erasure (Program28) writes over every
      *> personal field of an erased contact in the before and after
      *> images on CONTACT-AUDIT.LOG and the dated
      *> CONTACT-AUDIT-YYYYMM.LOG archives, which must keep every
      *> line to stay sealed.  The contact's detail records in the
      *> CONTACT-BACKUP-YYYYMMDD.DAT backups are removed outright,
      *> so a reload never brings an erased contact back.
      *> A field that was blank stays blank, so an ADD still reads
      *> as an ADD and a retiring MERGE still carries its blank
      *> after-image.  Short fields carry as much of the marker as
      *> fits (a state code reads "*E").  The programs that replay
      *> or compare images recognise an erased one by its name.
       01  erase-marker                 pic x(8) value "*ERASED*".
