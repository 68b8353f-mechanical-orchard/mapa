000007*    its own business date; a holiday or weekend carries the
000008*    business date its work belongs to.  Operations load next
000009*    year's calendar through dspcalmt, which validates the file
000010*    and answers next-processing-day inquiries.  A processing day
000011*    that closes a month, quarter or year is flagged M, Q or Y
000012*    (a year-end is also a quarter- and month-end, a quarter-end
000013*    also a month-end); the dispatchers run their period-end plan
000014*    set on that business date.  Blank is an ordinary day.
000015*
000016 01  CALENDAR-RECORD.
000017     05  CAL-DATE                  PIC X(008).
000018     05  CAL-DAY-TYPE              PIC X(001).
000019         88  CAL-PROCESSING-DAY        VALUE 'P'.
000020         88  CAL-HOLIDAY               VALUE 'H'.
000021         88  CAL-WEEKEND               VALUE 'W'.
000022     05  CAL-BUSINESS-DATE         PIC X(008).
000023     05  CAL-DESCRIPTION           PIC X(030).
000024     05  CAL-PERIOD-END            PIC X(001).
000025         88  CAL-ORDINARY-DAY          VALUE ' '.
000026         88  CAL-MONTH-END             VALUE 'M'.
000027         88  CAL-QUARTER-END           VALUE 'Q'.
000028         88  CAL-YEAR-END              VALUE 'Y'.
