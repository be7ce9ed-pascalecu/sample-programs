    01  oncall-record        pic x(200).
