      * reports them as such. BAQHHSKP's VERIFY mode walks a trail
      * or an archive generation and certifies every chain intact.
           03 BAQHAUDT-CHECK-VALUE   PIC 9(9).
      * Explanatory text the API sent back with a failed call, as
      * carried on the matching BAQHEXCP record; SPACES for a
      * success or a failure that came with no text. It follows the
      * check value and lies outside the 163 positions it covers, so
      * a record's seal is the same with or without it.
           03 BAQHAUDT-MESSAGE       PIC X(50).
      * The user the call was made for: the signed-on CICS user for
      * the online writers, the putting application's user
      * identifier (from the request's message descriptor) for the
      * MQ bridge. Batch writers leave it SPACES - the job's user is
      * on the job's own accounting record. Outside the sealed
      * positions, like the message text.
           03 BAQHAUDT-USER          PIC X(8).
      * The change ticket a BAQHRBKB data-changing run was
      * authorised under (CHG= on its APARM, checked against the
      * RBKCHGT change-ticket file before the run made any call).
      * SPACES for every other writer and for a read-only run.
      * Outside the sealed positions, like the user ID.
           03 BAQHAUDT-CHANGE-ID     PIC X(12).
      * The catalog the call or event was for (see BAQHCATQ) - the
      * trail is shared by both catalogs and the same title can be
      * in each. SPACES on a record written before the qualifier
      * existed, which means REDBOOK. Outside the sealed positions.
           03 BAQHAUDT-CATALOG       PIC X(8).
      * The local book id of KEY-TITLE's book (see BAQHBKID), so a
      * book's audit history follows it across renames. 0 for a
      * record keyed by anything but a title, for a title the id
      * registry had not seen and on a record written before the
      * registry existed. Outside the sealed positions.
           03 BAQHAUDT-BOOK-ID       PIC 9(8).
