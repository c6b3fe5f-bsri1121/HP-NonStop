      *> Request/answer fields for the shared FeedReceipt subroutine,
      *> the central registry of inbound feeds received.  Function C
      *> checks a feed whose header and trailer have just proved:
      *> the verdict comes back N a new feed, D a feed this program
      *> has already registered from that source (same file date,
      *> detail count and hash total) with no override waiting, or
      *> O the same duplicate let through once by a supervisor's
      *> override.  The subroutine logs the refusal itself.  The
      *> check also answers the latest file date already registered
      *> from the source, and flags a file dated before it.
      *> Function R registers the feed once it has been processed,
      *> passing back the fields the check left, so a run that
      *> stops part way leaves its feed free to be run again.  The
      *> hash carries the widest trailer hash in the suite - two
      *> decimals for the money-hashed feeds - so every caller moves
      *> its own trailer hash in whole.
       01 FeedRcptAction   PIC X.
           88 FeedRcptCheck    VALUE "C".
           88 FeedRcptRegister VALUE "R".
       01 FeedRcptProgram  PIC X(15).
       01 FeedRcptSource   PIC X(8).
       01 FeedRcptFileDate PIC 9(8).
       01 FeedRcptCount    PIC 9(7).
       01 FeedRcptHash     PIC 9(14)V99.
       01 FeedRcptOperId   PIC X(10).
       01 FeedRcptRunId    PIC X(14).
       01 FeedRcptVerdict  PIC X.
           88 FeedRcptNew        VALUE "N".
           88 FeedRcptDuplicate  VALUE "D".
           88 FeedRcptOverridden VALUE "O".
       01 FeedRcptPriorRunId PIC X(14).
       01 FeedRcptLastDate PIC 9(8).
       01 FeedRcptOlder    PIC X.
           88 FeedRcptOlderDate VALUE "Y".
