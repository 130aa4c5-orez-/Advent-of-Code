*>    36  elimination did not leave exactly one candidate
*>    40  product overflowed its field
*>    44  sensor id not an active registry entry
*>    48  back-out refused, a later run changed the same keys
*>    52  report width not the sensor's configured width on its
*>        reading date
78  RC-OK VALUE 0.
78  RC-WARNING VALUE 4.
78  RC-ALERT VALUE 8.
78  RC-SURVIVOR-MISMATCH VALUE 36.
78  RC-SIZE-ERROR VALUE 40.
78  RC-SENSOR-INVALID VALUE 44.
78  RC-BACKOUT-REFUSED VALUE 48.
78  RC-WIDTH-MISMATCH VALUE 52.
