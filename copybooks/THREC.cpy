        88 THTypeRepoSale     VALUE 'REPO-SALE'.
        88 THTypeDrawDecline  VALUE 'DRAW-DECLINE'.
        88 THTypeBuydownDraw  VALUE 'BUYDN-DRAW'.
        88 THTypePmtXferOut   VALUE 'PMT-XFER-OUT'.
        88 THTypePmtXferIn    VALUE 'PMT-XFER-IN'.
        88 THTypeIntRecalc    VALUE 'INT-RECALC'.
        88 THTypeLossClaim    VALUE 'LOSS-CLAIM'.
    05 THAmount            PIC 9(11)V99.
    05 THBalanceBefore     PIC 9(11)V99.
    05 THBalanceAfter      PIC 9(11)V99.
