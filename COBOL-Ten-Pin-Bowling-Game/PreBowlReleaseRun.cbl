*> group into the correct lane game for CalculateTeamScore and the
*> weekly schedule comparison. A pin-detail line banked behind a
*> card travels with its card. The bank is rewritten with whatever
*> is still in the future. Released cards are marked as pre-bowl
*> releases for the standings run's duplicate-posting check.

environment division.
configuration section.
            02 BK-ManualTotal   pic 999.
            02 BK-ScoreCard     pic x(33).
            02 BK-CenterCode    pic x(3).
            02 BK-GameNumber    pic 9.
            02 BK-PostingSource pic x.
            02 BK-LeagueCode    pic x(3).
            02 filler           pic x(43).
        01 BankedPinDetail redefines PreBowlBankLine.
            02 BK-RecordId pic x(8).
                88 BankedRecordIsPinDetail value "*PINDTL*".

    fd PreBowlRelease.
        01 ReleaseLine pic x(119).
        01 ReleasedScorecard redefines ReleaseLine.
            02 filler           pic x(8).
                88 ReleasedRecordIsPinDetail value "*PINDTL*".
            02 filler           pic x(64).
            02 RL-PostingSource pic x.
            02 filler           pic x(46).

    fd ReleaseParms.
        01 ReleaseParmRecord.
            until BankIdx is greater than NumberOfBankItems
        if BI-GameDate(BankIdx) is not greater than ReleaseDate
            move BI-Line(BankIdx) to ReleaseLine
            if not ReleasedRecordIsPinDetail
                move "P" to RL-PostingSource
            end-if
            write ReleaseLine
            add 1 to CardsReleased
        end-if
