       01 DEM-REC.
          05 DEM-EMP-ID       PIC 9(7).
          05 DEM-GENDER       PIC X(1).
             88 DEM-MALE           VALUE "M".
             88 DEM-FEMALE         VALUE "F".
             88 DEM-GENDER-NOT-ID  VALUE "N".
          05 DEM-RACE         PIC 9(1).
             88 DEM-HISPANIC       VALUE 1.
             88 DEM-WHITE          VALUE 2.
             88 DEM-BLACK          VALUE 3.
             88 DEM-PACIFIC        VALUE 4.
             88 DEM-ASIAN          VALUE 5.
             88 DEM-NATIVE-AMER    VALUE 6.
             88 DEM-TWO-OR-MORE    VALUE 7.
             88 DEM-RACE-NOT-ID    VALUE 0.
          05 DEM-ID-SOURCE    PIC X(1).
             88 DEM-SELF-IDENTIFIED VALUE "S".
             88 DEM-RECORDS-SURVEY  VALUE "R".
          05 DEM-UPDATED-DATE PIC 9(8).
          05 DEM-UPDATED-BY   PIC X(10).
