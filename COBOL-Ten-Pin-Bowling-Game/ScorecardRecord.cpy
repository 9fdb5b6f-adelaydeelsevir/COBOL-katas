    02 SC-ManualTotal   pic 999.
    02 SC-ScoreCard     pic x(33).
    02 SC-CenterCode    pic x(3).
    02 SC-GameNumber    pic 9.
    02 SC-PostingSource pic x.
        88 PostedFromDailyCards value space "D".
        88 PostedFromCorrection value "C".
        88 PostedFromPreBowlBank value "P".
        88 PostedFromConsole value "I".
    02 SC-LeagueCode    pic x(3).
