      *> the letter run so the two always agree on the layout.  An
      *> applicant with no row here cannot be mailed - the letter
      *> run diverts them to its missing-address exception list
      *> instead of printing an unmailable letter.  A letter that
      *> comes back undeliverable flags the address with the date
      *> of the latest return and how many have come back; the
      *> letter run diverts a flagged address the same way, and a
      *> change of address clears the flag.  Rows written before
      *> the flag existed read back as spaces - deliverable.
       01  ApplicantAddressRecord.
           05 AdrApplicantId PIC X(10).
           05 AdrStreet      PIC X(30).
           05 AdrCity        PIC X(20).
           05 AdrPostCode    PIC X(10).
           05 AdrPhone       PIC X(12).
           05 AdrUndeliverable PIC X.
               88 AdrMailReturned VALUE "Y".
           05 AdrReturnDate    PIC 9(8).
           05 AdrReturnCount   PIC 9(3).
