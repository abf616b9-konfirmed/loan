        88 RebateRule78     VALUE 'RULE78'.
        88 RebateActuarial  VALUE 'ACTUARIAL'.
    05 ProductDrawSuspendDays PIC 9(3).
    05 ProductServicingCost PIC 9(5)V99.
    05 ProductMinScore      PIC 9(3).
    05 ProductAutopayDiscount PIC 9(1)V99.
