           88 ErrControlMismatch VALUE "E04".
           88 ErrDeadlineMissed  VALUE "E05".
           88 ErrStatsVariance   VALUE "E06".
           88 ErrDuplicateSubmit VALUE "E07".
           88 ErrStaleFeedDate   VALUE "E08".
           88 ErrOrphanRecord    VALUE "E09".
           88 ErrDutyConflict    VALUE "E10".
           88 ErrUnknownLayout   VALUE "E11".
