    end-if

    if BU-OPERATIONS-USER
        display "           OPERATIONS USERID"
    end-if.

end program MandelbrotBudgetReport.
