      *> ssntrans.cpy
      *> Overnight SSN transaction record read by working_with_input's
      *> batch intake run.  TRN-TYPE says what to do with the SSN:
      *> add (enroll), change name, terminate, rehire, branch
      *> transfer, SSN correction, start a leave of absence, or
      *> return from one; a blank type is treated as an
      *> add so decks cut before the type code went in still post.
      *> TRN-NEW-BRANCH is
      *> the target branch of a transfer (validated against the
      *> branch master; spaces on every other type).
      *> TRN-EFF-DATE (YYYYMMDD) is the date the transaction takes
      *> transaction on the pending file and feeds it to the intake
      *> run the night its date arrives; blank or zero means post
      *> tonight, so old decks still flow straight through.
      *> TRN-NEW-SSN is the corrected SSN on an SSN correction - the
      *> employee keyed under the mistyped TRN-SSN moves to it,
      *> history and all (spaces on every other type).
      *> On a leave the same bytes carry TRN-RETURN-DATE, the
      *> expected return date (YYYYMMDD); the leave starts on the
      *> effective date, and a return posts on its effective date,
      *> so a return keyed ahead is held and comes due on its own.
      *> TRN-BRANCH-CODE is stamped by the
      *> ssnmerge consolidation step with the branch office the
      *> record came from (spaces on decks that never went through
               88  TRN-TYPE-TERMINATE          value "T".
               88  TRN-TYPE-REHIRE             value "R".
               88  TRN-TYPE-TRANSFER           value "B".
               88  TRN-TYPE-SSN-CORRECT        value "S".
               88  TRN-TYPE-LEAVE              value "L".
               88  TRN-TYPE-RETURN             value "W".
           05  TRN-NEW-BRANCH          pic x(03).
           05  TRN-EFF-DATE            pic x(08).
           05  TRN-NEW-SSN             pic x(09).
           05  TRN-LEAVE-FIELDS redefines TRN-NEW-SSN.
               10  TRN-RETURN-DATE     pic x(08).
               10  filler              pic x(01).
           05  TRN-BRANCH-CODE         pic x(03).
