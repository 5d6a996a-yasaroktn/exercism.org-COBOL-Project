      *=================================================================
      * CALREC  --  one calendar day, as written by CALGEN.
      *
      * When CALGEN is given a fiscal-year start and period pattern
      * every day also carries its place on the retail fiscal
      * calendar: the fiscal year it falls in, its period (1-12)
      * and its week of the fiscal year (1-52, or 53 in a 53-week
      * year).  A calendar built without a fiscal start carries
      * zeros there.
      *=================================================================
       01  CALENDAR-RECORD.
           05  CAL-DATE.
               88  CAL-IS-BUSINESS-DAY             VALUE "B".
               88  CAL-IS-WEEKEND                  VALUE "W".
               88  CAL-IS-HOLIDAY                  VALUE "H".
           05  CAL-FISCAL-YEAR              PIC 9(04).
           05  CAL-FISCAL-PERIOD            PIC 9(02).
           05  CAL-FISCAL-WEEK              PIC 9(02).
