01 DateConversionResult.
    02 DV-Date  pic 9(8).
    02 DV-Error pic x(24).
        88 DateConverted value spaces.
