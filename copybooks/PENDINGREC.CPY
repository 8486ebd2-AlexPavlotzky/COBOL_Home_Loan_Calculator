      *> re-deriving a single figure; the underwriting desk records
      *> its disposition, ID and reason code in place.
      *> PN-STATUS: "P" awaiting disposition, "A" approved,
      *> "D" declined, "R" released by the follow-up run, "W"
      *> withdrawn by the applicant, "N" approved but not accepted
      *> by the applicant (W and N are final - nothing is booked or
      *> released for them). PN-ACTIONDATE is the date of the
      *> latest action on the record - the business date it was
      *> parked, then the date of the desk's disposition, then the
      *> business date the release run booked or declined it. The
      *> image fields carry headroom over the current record
      *> lengths, the same way the reject record carries its
      *> application image.
      *> The borrower image is the name and address master record
      *> built from the application, booked alongside the master.
       01  PENDINGLOANRECORD.
           05 PN-LOANID              PIC X(10).
           05 PN-DECISION            PIC X(9).
           05 PN-REASONCODE          PIC X(4).
           05 PN-MASTERIMAGE         PIC X(200).
           05 PN-INTERFACEIMAGE      PIC X(120).
           05 PN-BORROWERIMAGE       PIC X(250).
           05 PN-ACTIONDATE          PIC 9(8).
