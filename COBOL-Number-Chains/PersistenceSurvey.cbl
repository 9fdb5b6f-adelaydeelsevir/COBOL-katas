
    01 CurrentNumber pic 9(9) value zero.
    01 WorkingValue pic 9(9) value zero.
    01 DecimalRadix pic 99 value 10.
    01 PersistenceSteps pic 99 value zero.
    01 StepCeiling pic 99 value 20.
    01 CeilingHit pic 9(5) value zero.

    perform until WorkingValue is less than 10
            or PersistenceSteps is not less than StepCeiling
        move digitProductOfNumber(WorkingValue, DecimalRadix) to WorkingValue
        add 1 to PersistenceSteps
    end-perform

