01 WaypointPlanRecord.
    02 WP-Timestamp        pic x(14).
    02 filler              pic x.
    02 WP-RoverId          pic 99.
    02 filler              pic x.
    02 WP-StartX           pic 99.
    02 filler              pic x.
    02 WP-StartY           pic 99.
    02 filler              pic x.
    02 WP-StartOrientation pic x.
    02 filler              pic x.
    02 WP-TargetX          pic 99.
    02 filler              pic x.
    02 WP-TargetY          pic 99.
    02 filler              pic x.
    02 WP-Issued           pic x.
        88 WP-PlanWasIssued value "Y".
    02 filler              pic x.
    02 WP-PlannedMoves     pic 9(4).
    02 filler              pic x.
    02 WP-PlannedEnergy    pic 9(4).
    02 filler              pic x.
    02 WP-Plan             pic x(2000).
