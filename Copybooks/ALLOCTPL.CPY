      *> One line of a cost-pool allocation template: the template
      *> name, a cost center that takes a share, and the percentage
      *> of the pool it takes.  A template is every line under one
      *> name, and its percentages must total exactly 100 before the
      *> allocation run will split a pool by it - AllocMaint builds
      *> the lines one at a time, so an incomplete template can sit
      *> on file, but it can never be posted.
       01  AllocTemplateRecord.
           05 AtpTemplate   PIC X(10).
           05 AtpCostCenter PIC X(6).
           05 AtpPercent    PIC 9(3)V99.
