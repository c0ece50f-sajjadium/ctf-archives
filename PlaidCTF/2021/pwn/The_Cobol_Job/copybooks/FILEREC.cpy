      *   effective date (YYYYMMDD): spaces or zeros post
      *   immediately, a future date is carried forward by
      *   CBLPOST1 in the pending file until its day comes.
      *   FR-ENTERED-BY is the CBLCHALL1 operator who keyed or last
      *   changed the record (spaces for batch-fed work) and
      *   FR-APPROVED-BY the operator who released it from the
      *   second-approval queue; the two must differ.
      *   FR-TRAN-REF is the transaction reference CBLPOST1 stamps
      *   on a record as it posts it (business date, run sequence
      *   and item number - the TRANHIST key without the account);
      *   an NSF fee not yet posted carries the raising run's
      *   date and sequence there with item zero.  FR-REVERSES,
      *   on an offsetting record CBLREV1 raised, holds
      *   the reference of the posting it reverses.  FR-DUP-OK
      *   is set by CBLFIX1 when the operator confirms a record
      *   CBLEDIT1 rejected as a suspected duplicate is genuine,
      *   so the next edit pass lets it through.  FR-CURRENCY
      *   is the currency the work was raised in and
      *   FR-ORIG-AMOUNT the amount in that currency; CBLEDIT1
      *   converts it at the FXCTL rate for the effective date
      *   and stamps the result, in the account's own currency,
      *   in FR-AMOUNT.  Spaces in FR-CURRENCY mean FR-AMOUNT is
      *   already in the account's currency.
      *-----------------------------------------------------------*
           05  FR-KEY                  PIC X(08).
           05  FR-TYPE                 PIC X(01).
               88  FR-DELETED          VALUE "D".
           05  FR-RECYCLE              PIC 9(02).
           05  FR-EFF-DATE             PIC X(08).
           05  FR-ENTERED-BY           PIC X(08).
           05  FR-APPROVED-BY          PIC X(08).
           05  FR-TRAN-REF             PIC X(18).
           05  FR-REVERSES             PIC X(18).
           05  FR-DUP-OK               PIC X(01).
               88  FR-DUP-CONFIRMED    VALUE "Y".
           05  FR-CURRENCY             PIC X(03).
           05  FR-ORIG-AMOUNT          PIC S9(11)V99.
           05  FR-FILLER               PIC X(118).
