      * shared master change-journal record layout: driver writes one
      * record per applied add/update/change/delete with the full
      * before and after master record images, jrnlrpt reads them back
      * to report the change history of a key. an add has a blank
      * before image and a delete a blank after image; a change's
      * after image is the whole merged record.
       01  JOURNAL-RECORD.
           05 JRNL-RUN-DATE           pic 9(8).
           05 JRNL-STREAM-ID          pic x(8).
